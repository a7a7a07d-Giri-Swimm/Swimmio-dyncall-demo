      ******************************************************************
      * DCLGEN TABLE(DB2PROD.FC_XXXAIL_CERT_FLAG)                      *
      *        LIBRARY(SYS2.DBCLIB(DDDTCG01))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        APOST                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      * The data team's certification work queue - one row per store,  *
      * cycle and attribute a district manager flagged as wrong on     *
      * the store's certification snapshot (FC_XXXAIL_STORE_CERT,      *
      * DDDTSE01), with the manager's note. Written and worked through *
      * MMMO1200: open (O) until the data team corrects the master and *
      * marks it resolved (R). CG_RSLV_TS is null while open.          *
      * CG_FIELD_CD: ADDRESS, HOURS, ZONES, DEPTS, LICENSES, CONTACTS. *
      ******************************************************************
           EXEC SQL DECLARE FC_XXXAIL_CERT_FLAG TABLE
           ( CG_CYCLE_YR                    DECIMAL(4, 0) NOT NULL,
             CG_LOC_NBR                     DECIMAL(9, 0) NOT NULL,
             CG_LOC_TYP_CD                  CHAR(2) NOT NULL,
             CG_FIELD_CD                    CHAR(8) NOT NULL,
             CG_NOTE_TXT                    CHAR(40) NOT NULL,
             CG_FLAG_USER_ID                CHAR(8) NOT NULL,
             CG_FLAG_TS                     TIMESTAMP NOT NULL,
             CG_STAT_CD                     CHAR(1) NOT NULL,
             CG_RSLV_USER_ID                CHAR(8) NOT NULL,
             CG_RSLV_TS                     TIMESTAMP
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DB2PROD.FC_XXXAIL_CERT_FLAG        *
      ******************************************************************
       01  DCLFC-XXXAIL-CERT-FLAG.
           10 CG-CYCLE-YR           PIC S9(4)V USAGE COMP-3.
           10 CG-LOC-NBR            PIC S9(9) USAGE COMP.
           10 CG-LOC-TYP-CD         PIC X(2).
           10 CG-FIELD-CD           PIC X(8).
               88 CG-FLD-ADDRESS               VALUE 'ADDRESS '.
               88 CG-FLD-HOURS                 VALUE 'HOURS   '.
               88 CG-FLD-ZONES                 VALUE 'ZONES   '.
               88 CG-FLD-DEPTS                 VALUE 'DEPTS   '.
               88 CG-FLD-LICENSES              VALUE 'LICENSES'.
               88 CG-FLD-CONTACTS              VALUE 'CONTACTS'.
               88 CG-FLD-VALID                 VALUE 'ADDRESS '
                                                     'HOURS   '
                                                     'ZONES   '
                                                     'DEPTS   '
                                                     'LICENSES'
                                                     'CONTACTS'.
           10 CG-NOTE-TXT           PIC X(40).
           10 CG-FLAG-USER-ID       PIC X(8).
           10 CG-FLAG-TS            PIC X(26).
           10 CG-STAT-CD            PIC X(1).
               88 CG-STAT-OPEN                 VALUE 'O'.
               88 CG-STAT-RESOLVED             VALUE 'R'.
           10 CG-RSLV-USER-ID       PIC X(8).
           10 CG-RSLV-TS            PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
       01  DDDTCG01
           REDEFINES
           DCLFC-XXXAIL-CERT-FLAG.
           10 MD-CG-CYCLE-YR        PIC S9(4)V USAGE COMP-3.
           10 MD-CG-LOC-NBR         PIC S9(9) USAGE COMP.
           10 MD-CG-LOC-TYP-CD      PIC X(2).
           10 MD-CG-FIELD-CD        PIC X(8).
           10 MD-CG-NOTE-TXT        PIC X(40).
           10 MD-CG-FLAG-USER-ID    PIC X(8).
           10 MD-CG-FLAG-TS         PIC X(26).
           10 MD-CG-STAT-CD         PIC X(1).
           10 MD-CG-RSLV-USER-ID    PIC X(8).
           10 MD-CG-RSLV-TS         PIC X(26).
      ******************************************************************
