001400* driver's (MMMB4601).  Each row is marked applied or in-error    00001400
001500* with the reason, and errored rows stay on the table for the     00001500
001600* maintenance report to show.                                     00001600
001650* Rollup slots go by ROLUP_REPT_nn (nn = slot 01-10).             00001650
001700*                                                                 00001700
001800* Batch job - run nightly after the effective date turns over.    00001800
001810* Restartability: a commit is taken every 100 counted updates     00001810
003900 01 WS-SQLCODE                        PIC ----9.                  00003900
004000 01 WS-NUM-X                          PIC X(9)  VALUE SPACES.     00004000
004100 01 WS-NUM-N REDEFINES WS-NUM-X       PIC 9(9).                   00004100
004110* The ten rollup slots laid over the packed table text, so a      00004110
004120* ROLUP_REPT_nn column indexes straight into the store record.    00004120
004130 01 WS-ROLLUP-SLOT                   PIC 9(2)  VALUE 0.           00004130
004140 01 WS-ROLLUP-SLOTS                  PIC X(20) VALUE SPACES.      00004140
004150 01 REDEFINES WS-ROLLUP-SLOTS.                                    00004150
004160     05 WS-ROLLUP-SLOT-NBR            PIC S9(3) COMP-3            00004160
004170                                      OCCURS 10 TIMES.            00004170
004200                                                                  00004200
004300 01 WS-EOF-SW                         PIC X    VALUE 'N'.         00004300
004400    88 IS-EOF                                  VALUE 'Y'.         00004400
026200         MOVE WS-DUE-NEW-VAL (1 : 9)                              00026200
026300           TO DEA-NBR OF P-DDDTLR01                               00026300
026400       WHEN OTHER                                                 00026400
026410         IF WS-DUE-FIELD-NM (1 : 11) = 'ROLUP_REPT_'              00026410
026420           PERFORM 250-APPLY-ROLLUP-SLOT                          00026420
026430         ELSE                                                     00026430
026500           SET  FAILURE TO TRUE                                   00026500
026600           MOVE 'COLUMN NOT SUPPORTED BY THIS DRIVER'             00026600
026700             TO IS-RTRN-MSG-TXT                                   00026700
026710         END-IF                                                   00026710
026800     END-EVALUATE                                                 00026800
026900     .                                                            00026900
027000                                                                  00027000
027500         TO IS-RTRN-MSG-TXT                                       00027500
027600     END-IF                                                       00027600
027700     .                                                            00027700
027703                                                                  00027703
027706*================================================================ 00027706
027709* Rollup slot nn (01-10) - the new value is the rollup number,    00027709
027712* zero-filled like any numeric column; zero clears the slot.      00027712
027715*================================================================ 00027715
027718 250-APPLY-ROLLUP-SLOT.                                           00027718
027721     IF WS-DUE-FIELD-NM (12 : 2) NOT NUMERIC                      00027721
027724       SET  FAILURE TO TRUE                                       00027724
027727       MOVE 'ROLUP_REPT_ SLOT MUST BE 01 THROUGH 10'              00027727
027730         TO IS-RTRN-MSG-TXT                                       00027730
027733     ELSE                                                         00027733
027736       MOVE WS-DUE-FIELD-NM (12 : 2) TO WS-ROLLUP-SLOT            00027736
027739       IF WS-ROLLUP-SLOT < 1 OR WS-ROLLUP-SLOT > 10               00027739
027742         SET  FAILURE TO TRUE                                     00027742
027745         MOVE 'ROLUP_REPT_ SLOT MUST BE 01 THROUGH 10'            00027745
027748           TO IS-RTRN-MSG-TXT                                     00027748
027751       END-IF                                                     00027751
027754     END-IF                                                       00027754
027757     IF SUCCESS                                                   00027757
027760       PERFORM 240-EDIT-NUMERIC-VALUE                             00027760
027763     END-IF                                                       00027763
027766     IF SUCCESS                                                   00027766
027769       MOVE ROLUP-REPT-TBL-TXT OF P-DDDTLR01 TO WS-ROLLUP-SLOTS   00027769
027772       MOVE WS-NUM-N TO WS-ROLLUP-SLOT-NBR (WS-ROLLUP-SLOT)       00027772
027775       MOVE WS-ROLLUP-SLOTS TO ROLUP-REPT-TBL-TXT OF P-DDDTLR01   00027775
027778     END-IF                                                       00027778
027781     .                                                            00027781
027800                                                                  00027800
027900 400-MARK-APPLIED.                                                00027900
028000     ADD 1 TO WS-APPLIED-COUNT                                    00028000
