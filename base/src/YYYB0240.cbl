001100* FC_XXXAIL_EVENT_ACK row from that consumer. When the item       00001100
001200* system silently stops consuming, this is how we know that       00001200
001300* afternoon instead of at month-end.                              00001300
001330* Events YYYB0260 held back from a consumer under its field       00001330
001360* interests (send state F) were never delivered, so no ack is due.00001360
001370* Bulk-run singles a consumer was sent in a batch instead (send   00001370
001380* state B) are acknowledged through the batch, so the same.       00001380
001400* Batch job - run standalone, schedule every few hours.           00001400
001500*----------------------------------------------------------------00001500
001600 ENVIRONMENT DIVISION.                                            00001600
009700                 WHERE A.AK_TRX_CD      = E.TRX_CD                00009700
009800                   AND A.AK_EFF_TS      = E.EFF_TS                00009800
009900                   AND A.AK_CONSUMER_ID = C.EC_CONSUMER_ID )      00009900
009910          AND NOT EXISTS                                          00009910
009920              ( SELECT 1                                          00009920
009930                  FROM FC_XXXAIL_EVENT_SEND S                     00009930
009940                 WHERE S.SD_TRX_CD      = E.TRX_CD                00009940
009950                   AND S.SD_EFF_TS      = E.EFF_TS                00009950
009960                   AND S.SD_CONSUMER_ID = C.EC_CONSUMER_ID        00009960
009970                   AND S.SD_STAT_CD IN ('F', 'B') )               00009970
010000        ORDER BY C.EC_CONSUMER_ID, E.EFF_TS                       00010000
010100     END-EXEC                                                     00010100
010200                                                                  00010200
