000100*-----------------------------------------------------------------00000100
000200* Batched-event payload. During a bulk run declared by a mass-    00000200
000300* maintenance batch job (ZZZC0197-BULK-FUNC) with YYYB0260's      00000300
000400* fan-out on, ZZZS0197 holds the single events it logs and, at    00000400
000500* each of the job's commit points, publishes one of these per N   00000500
000600* affected keys per TRX-CD. It rides in the message data of its   00000600
000700* FC_XXXAIL_EVENT_BTCH row, and a consumer registered for         00000700
000800* batches (EC_BATCH_SW) is sent it by YYYB0260 flagged as a       00000800
000900* batch event in place of the singles. Each key entry is the      00000900
001000* single event's action (A/M/P) and its key - the registered      00001000
001100* FC_XXXAIL_EVENT_SCHEMA key 1, or the first 20 bytes of the      00001100
001200* record when the TRX-CD has no registry row.                     00001200
001300*-----------------------------------------------------------------00001300
001400 01 ZZZC0198.                                                     00001400
001500     05 ZZZC0198-BATCH-TAG           PIC X(4)    VALUE 'BTCH'.    00001500
001600     05 ZZZC0198-TRX-CD              PIC X(4)    VALUE SPACES.    00001600
001700     05 ZZZC0198-RUN-TS              PIC X(26)   VALUE SPACES.    00001700
001800     05 ZZZC0198-BATCH-NBR           PIC 9(5)    VALUE 0.         00001800
001900     05 ZZZC0198-CALLING-PROG        PIC X(8)    VALUE SPACES.    00001900
002000     05 ZZZC0198-KEY-CNT             PIC 9(4)    VALUE 0.         00002000
002100     05 ZZZC0198-KEY-ENTRY OCCURS 190 TIMES.                      00002100
002200         10 ZZZC0198-ACTION-CD       PIC X(1).                    00002200
002300         10 ZZZC0198-KEY             PIC X(20).                   00002300
002400     05 FILLER                       PIC X(55)   VALUE SPACES.    00002400
