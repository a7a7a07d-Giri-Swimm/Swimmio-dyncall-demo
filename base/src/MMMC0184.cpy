000100*-----------------------------------------------------------------00000100
000200* Linkage parameters for MMMS0184, the store services and         00000200
000300* amenities service over FC_XXXAIL_STORE_SVC (DDDTSS01).          00000300
000400*   ADD    - add the store's service from STRT-DT, through        00000400
000500*            END-DT (blank runs on), with OPEN-TM/CLOS-TM when    00000500
000600*            the service type keeps its own hours                 00000600
000700*   UPDATE - new end date and/or hours for the row with that      00000700
000800*            store, service and start date (blank keeps)          00000800
000900*   END    - the service stops; END-DT is the last day it is      00000900
001000*            offered, blank meaning today                         00001000
001100*   DELETE - the row was keyed in error                           00001100
001200*   LIST   - the services in force for the store on AS-OF-DT      00001200
001300*            (blank means today, and AS-OF-DT comes back          00001300
001400*            set to it), up to MMMC0184-MAX-SVC, with their       00001400
001500*            descriptions and hours (a MAX-SVC of zero, as        00001500
00150A*            INITIALIZE leaves it, or over 10 is taken as 10)     0000150A
001600* Maintenance needs USER-ID for the row's last-update stamp.      00001600
001700* A refused change comes back FAILURE with the reason in          00001700
001800* IS-RTRN-MSG-TXT.                                                00001800
001900*-----------------------------------------------------------------00001900
002000 01 MMMC0184.                                                     00002000
002100     05 MMMC0184-FUNC                PIC X(1)  VALUE SPACES.      00002100
002200         88 MMMC0184-ADD                     VALUE 'A'.           00002200
002300         88 MMMC0184-UPDATE                  VALUE 'U'.           00002300
002400         88 MMMC0184-END                     VALUE 'E'.           00002400
002500         88 MMMC0184-DELETE                  VALUE 'D'.           00002500
002600         88 MMMC0184-LIST                    VALUE 'L'.           00002600
002700     05 MMMC0184-LOC-NBR             PIC S9(9) COMP VALUE 0.      00002700
002800     05 MMMC0184-LOC-TYP-CD          PIC X(2)  VALUE SPACES.      00002800
002900     05 MMMC0184-SVC-CD              PIC X(4)  VALUE SPACES.      00002900
003000     05 MMMC0184-STRT-DT             PIC X(10) VALUE SPACES.      00003000
003100     05 MMMC0184-END-DT              PIC X(10) VALUE SPACES.      00003100
003200     05 MMMC0184-OPEN-TM             PIC X(8)  VALUE SPACES.      00003200
003300     05 MMMC0184-CLOS-TM             PIC X(8)  VALUE SPACES.      00003300
003400     05 MMMC0184-USER-ID             PIC X(8)  VALUE SPACES.      00003400
003500     05 MMMC0184-AS-OF-DT            PIC X(10) VALUE SPACES.      00003500
003600     05 MMMC0184-MAX-SVC             PIC S9(4) COMP VALUE 10.     00003600
003700     05 MMMC0184-SVC-CNT             PIC S9(4) COMP VALUE 0.      00003700
003800     05 MMMC0184-SVC-ENTRY OCCURS 10 TIMES.                       00003800
003900         10 MMMC0184-E-SVC-CD        PIC X(4).                    00003900
004000         10 MMMC0184-E-SVC-DES       PIC X(30).                   00004000
004100         10 MMMC0184-E-STRT-DT       PIC X(10).                   00004100
004200         10 MMMC0184-E-END-DT        PIC X(10).                   00004200
004300         10 MMMC0184-E-OPEN-TM       PIC X(8).                    00004300
004400         10 MMMC0184-E-CLOS-TM       PIC X(8).                    00004400
004500     05 FILLER                       PIC X(20) VALUE SPACES.      00004500
