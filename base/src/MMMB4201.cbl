019692         SET :WS-DLQ-CUTOFF-TS =                                  00019692
019693             CURRENT TIMESTAMP - :WS-DLQ-DAYS DAYS                00019693
019694       END-EXEC                                                   00019694
019695       EXEC SQL                                                   00019695
019696         SET :WS-RPTARC-CUTOFF-DT =                               00019696
019697             CHAR(CURRENT DATE - :WS-RPTARC-DAYS DAYS, ISO)       00019697
019698       END-EXEC                                                   00019698
019699       IF SQLCODE NOT = 0                                         00019699
0196A0         SET SQL-ERROR-DETECTED TO TRUE                           000196A0
0196A1         DISPLAY 'MMMB4201 - ERROR SETTING CUTOFFS, SQLCODE='     000196A1
0196A2                 SQLCODE                                          000196A2
0196A3       END-IF                                                     000196A3
019700     END-IF                                                       00019700
019800     .                                                            00019800
019900                                                                  00019900
043510* FC_XXXAIL_RPT_ARCH - the table is itself the archive, so the    00043510
043520* retention is a plain delete by run date. Zero days on the       00043520
043530* card skips it.                                                  00043530
043532*                                                                 00043532
043534* SOX evidence packages (report id SOXQ, MMMB3902) are what was   00043534
043536* handed to audit and are never purged here.                      00043536
043540*================================================================ 00043540
043550 500-RETIRE-RPT-ARCH.                                             00043550
043560     IF WS-RPTARC-DAYS > 0 AND SQL-NO-ERROR                       00043560
043580       EXEC SQL                                                   00043580
043590         DELETE FROM FC_XXXAIL_RPT_ARCH                           00043590
043600          WHERE RA_RUN_DT < :WS-RPTARC-CUTOFF-DT                  00043600
043605            AND RA_RPT_ID <> 'SOXQ'                               00043605
043610       END-EXEC                                                   00043610
043620       IF SQLCODE = 0 OR SQLCODE = 100                            00043620
043630         MOVE SQLERRD (3) TO WS-DEL-COUNT                         00043630
