      ******************************************************************
      * DCLGEN TABLE(DB2PROD.FC_XXXAIL_SOV_SENT)                       *
      *        LIBRARY(SYS2.DBCLIB(DDDTVS01))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        APOST                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      * The location list as last sent to risk management on the      *
      * insurance statement-of-values extract (MMMB2302) - one row per *
      * active location, with the name, city and state it went out     *
      * under so a location since deleted can still be reported. The   *
      * next run lists the locations added and closed against these    *
      * rows, for the carrier's schedule to be balanced to ours, and   *
      * then replaces them with what it sent.                          *
      ******************************************************************
           EXEC SQL DECLARE FC_XXXAIL_SOV_SENT TABLE
           ( VS_LOC_TYP_CD                  CHAR(2) NOT NULL,
             VS_LOC_NBR                     INTEGER NOT NULL,
             VS_LOC_NM                      CHAR(30) NOT NULL,
             VS_CITY                        CHAR(30) NOT NULL,
             VS_STATE_CD                    CHAR(2) NOT NULL,
             VS_SENT_DT                     DATE NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DB2PROD.FC_XXXAIL_SOV_SENT         *
      ******************************************************************
       01  DCLFC-XXXAIL-SOV-SENT.
           10 VS-LOC-TYP-CD         PIC X(2).
           10 VS-LOC-NBR            PIC S9(9) USAGE COMP.
           10 VS-LOC-NM             PIC X(30).
           10 VS-CITY               PIC X(30).
           10 VS-STATE-CD           PIC X(2).
           10 VS-SENT-DT            PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
       01  DDDTVS01
           REDEFINES
           DCLFC-XXXAIL-SOV-SENT.
           10 MD-VS-LOC-TYP-CD      PIC X(2).
           10 MD-VS-LOC-NBR         PIC S9(9) USAGE COMP.
           10 MD-VS-LOC-NM          PIC X(30).
           10 MD-VS-CITY            PIC X(30).
           10 MD-VS-STATE-CD        PIC X(2).
           10 MD-VS-SENT-DT         PIC X(10).
      ******************************************************************
