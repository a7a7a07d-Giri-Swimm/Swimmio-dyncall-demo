001000     05 ZZZC0197-USER                PIC X(8)    VALUE SPACES.    00001000
001100     05 ZZZC0197-PROGRAM             PIC X(8)    VALUE SPACES.    00001100
001150     05 ZZZC0197-EVENT-SEQ-NBR       PIC S9(9) COMP-3 VALUE 0.    00001150
001160*    Blank on an ordinary event call. A mass-maintenance batch    00001160
001165*    job declares a bulk run with B before its loop: each event   00001165
001170*    is logged and its single goes to the shared queue paced at   00001170
001175*    SHARED-PACE per commit interval, the rest waiting for the    00001175
001180*    next F. While YYYB0260's fan-out is on the events are also   00001180
001185*    held, and F at each commit point publishes them as batched   00001185
001190*    events (ZZZC0198) for the batch consumers; E publishes and   00001190
001195*    releases what is left and ends the bulk run.                 00001195
001196     05 ZZZC0197-BULK-FUNC           PIC X(1)    VALUE SPACES.    00001196
001197         88 ZZZC0197-EVENT-CALL              VALUE SPACES.        00001197
001198         88 ZZZC0197-BULK-BEGIN              VALUE 'B'.           00001198
001199         88 ZZZC0197-BULK-FLUSH              VALUE 'F'.           00001199
0011A0         88 ZZZC0197-BULK-END                VALUE 'E'.           000011A0
001200     05 FILLER                       PIC X(94)   VALUE SPACES.    00001200

