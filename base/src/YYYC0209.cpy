000820*    consumer id routes the send to that consumer's own queue     00000820
000830*    and parks any dead letter against that consumer alone.       00000830
000840     05 YYYC0209-CONSUMER-ID         PIC X(8)    VALUE SPACES.    00000840
0008A0*    Blank for a live change; S marks a current-state snapshot    000008A0
0008A1*    event sent to bootstrap one consumer, carried in the message 000008A1
0008A2*    header so the consumer can tell the two apart.               000008A2
0008A3     05 YYYC0209-EVENT-KIND-SW       PIC X       VALUE SPACES.    000008A3
0008A4         88 YYYC0209-LIVE-EVENT              VALUE SPACES.        000008A4
0008A5         88 YYYC0209-SNAPSHOT-EVENT          VALUE 'S'.           000008A5
0008A6*    B marks a batched event (ZZZC0198) sent to a consumer        000008A6
0008A7*    registered for batches in place of a bulk run's singles.     000008A7
0008A8         88 YYYC0209-BATCH-EVENT             VALUE 'B'.           000008A8
000900     05 FILLER                       PIC X(91)   VALUE SPACES.    00000900
