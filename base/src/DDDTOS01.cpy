      ******************************************************************
      * DCLGEN TABLE(DB2PROD.FC_XXXAIL_EDI_ORG_SENT)                   *
      *        LIBRARY(SYS2.DBCLIB(DDDTOS01))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        APOST                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      * What each trading partner was last told about each ship-to     *
      * location on the 816 organizational relationships document -   *
      * routing id, name and address as sent, whether the location     *
      * was last sent open (A) or closed (C), and the interchange      *
      * control number that carried it. MMMB1702 compares the          *
      * locations against these rows to send changes only.            *
      ******************************************************************
           EXEC SQL DECLARE FC_XXXAIL_EDI_ORG_SENT TABLE
           ( OS_PARTNER_ID                  CHAR(8) NOT NULL,
             OS_LOC_TYP_CD                  CHAR(2) NOT NULL,
             OS_LOC_NBR                     DECIMAL(9, 0) NOT NULL,
             OS_RTNG_ID                     CHAR(30) NOT NULL,
             OS_LOC_NM                      CHAR(30) NOT NULL,
             OS_ADR_1                       CHAR(30) NOT NULL,
             OS_ADR_2                       CHAR(30) NOT NULL,
             OS_CITY                        CHAR(30) NOT NULL,
             OS_STATE_CD                    CHAR(2) NOT NULL,
             OS_POSTAL_CD                   CHAR(10) NOT NULL,
             OS_STAT_CD                     CHAR(1) NOT NULL,
             OS_LAST_ACTN_CD                CHAR(1) NOT NULL,
             OS_LAST_ICN                    DECIMAL(9, 0) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DB2PROD.FC_XXXAIL_EDI_ORG_SENT     *
      ******************************************************************
       01  DCLFC-XXXAIL-EDI-ORG-SENT.
           10 OS-PARTNER-ID         PIC X(8).
           10 OS-LOC-TYP-CD         PIC X(2).
           10 OS-LOC-NBR            PIC S9(9) USAGE COMP.
           10 OS-RTNG-ID            PIC X(30).
           10 OS-LOC-NM             PIC X(30).
           10 OS-ADR-1              PIC X(30).
           10 OS-ADR-2              PIC X(30).
           10 OS-CITY               PIC X(30).
           10 OS-STATE-CD           PIC X(2).
           10 OS-POSTAL-CD          PIC X(10).
           10 OS-STAT-CD            PIC X(1).
               88 OS-SENT-OPEN                 VALUE 'A'.
               88 OS-SENT-CLOSED               VALUE 'C'.
           10 OS-LAST-ACTN-CD       PIC X(1).
               88 OS-LAST-FULL                 VALUE 'F'.
               88 OS-LAST-ADD                  VALUE 'A'.
               88 OS-LAST-MOVE                 VALUE 'M'.
               88 OS-LAST-CLOSE                VALUE 'C'.
           10 OS-LAST-ICN           PIC S9(9)V USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 13      *
      ******************************************************************
       01  DDDTOS01
           REDEFINES
           DCLFC-XXXAIL-EDI-ORG-SENT.
           10 MD-OS-PARTNER-ID      PIC X(8).
           10 MD-OS-LOC-TYP-CD      PIC X(2).
           10 MD-OS-LOC-NBR         PIC S9(9) USAGE COMP.
           10 MD-OS-RTNG-ID         PIC X(30).
           10 MD-OS-LOC-NM          PIC X(30).
           10 MD-OS-ADR-1           PIC X(30).
           10 MD-OS-ADR-2           PIC X(30).
           10 MD-OS-CITY            PIC X(30).
           10 MD-OS-STATE-CD        PIC X(2).
           10 MD-OS-POSTAL-CD       PIC X(10).
           10 MD-OS-STAT-CD         PIC X(1).
           10 MD-OS-LAST-ACTN-CD    PIC X(1).
           10 MD-OS-LAST-ICN        PIC S9(9)V USAGE COMP-3.
      ******************************************************************
