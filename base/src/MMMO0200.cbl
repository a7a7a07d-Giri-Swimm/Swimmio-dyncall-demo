000960*   OG - FC_XXXAIL_ORG_REF           (DDDTOG01)                   00000960
000970*   NR - FC_XXXAIL_NBR_RANGE         (DDDTNR01)                   00000970
000980*   RR - FC_XXXAIL_ROLLUP_REF        (DDDTRR01)                   00000980
000990*   LT - FC_XXXAIL_LIC_TYPE          (DDDTLT01)                   00000990
0009A0*   AX - FC_XXXAIL_ACQ_XWALK         (DDDTAX01)                   000009A0
0009B0*   FZ - FC_XXXAIL_FREEZE_CAL        (DDDTFZ01)                   000009B0
0009C0*   DQ - FC_XXXAIL_DQ_RULE           (DDDTDQ01)                   000009C0
0009D0*   DM - FC_XXXAIL_CODE_DOM          (DDDTDM01)                   000009D0
0009E0*   VT - FC_XXXAIL_SVC_TYPE          (DDDTVT01)                   000009E0
0009F0*   GX - FC_XXXAIL_GL_XWALK          (DDDTGX01)                   000009F0
0009G0*   PL - FC_XXXAIL_PILOT             (DDDTPL01)                   000009G0
0009G1*   PX - FC_XXXAIL_PILOT_CNFL        (DDDTPX01)                   000009G1
0009H0*   RW - FC_XXXAIL_RCV_WNDW          (DDDTRW01)                   000009H0
0009I0*   LJ - FC_XXXAIL_LANG_JUR          (DDDTLJ01)                   000009I0
0009J0*   VL - FC_XXXAIL_EVT_VOL_LIM       (DDDTVL01)                   000009J0
0009K0*   MK - FC_XXXAIL_ECOMM_MKT         (DDDTMK01)                   000009K0
001000* Replaces raw SPUFI INSERTs with a proper edited path:           00001000
001100*   - ITM_CLS_CD must be a valid class (MMMS0165, the data-driven 00001100
001110*     hierarchy service; falls back to the MMMK002A range when    00001110
001800* FC_XXXAIL_EVENT_LOG as the who/what/when audit trail.           00001800
001900*                                                                 00001900
002000* Input line:  tt a kkkkkkkkkk vvvv...v                           00002000
002100*   tt=CL/EV/OX/HC/TZ/FA/UG/MH/OG/NR/RR/CD/LT/AX                  00002100
002101*   a=A/U/D (I inquires on history, P publishes the MH drafts)    00002101
002105*   k=key  v=value                                                00002105
002102*   For MH the key is the class and the value is dept(2),         00002102
002192*   and the value is the active flag, the description(30) and     00002192
002193*   the owning id(8), in that order with no separators after      00002193
002194*   the flag.                                                     00002194
002195*   For LT the key is the license type code(4) and the value      00002195
002196*   is the active flag, the renewal lead days(3), the surrender-  00002196
002197*   on-close flag and the description(30), space-separated.       00002197
0021A0*   For AX the key is the acquired chain code(4) and the code     000021A0
0021A1*   type (DIST/TYPE/DEPT/PZON/AZON), space-separated; the value   000021A1
0021A2*   is their code(10) and our code(10), space-separated. Our      000021A2
0021A3*   code is a three-digit district or store type, a five-digit    000021A3
0021A4*   price zone, a seven-digit ad zone, or for DEPT the XXX_DEPT   000021A4
0021A5*   department(5) followed by its sub-department(5).              000021A5
0021B0*   For FZ the key is the freeze id(8); the value is the start    000021B0
0021B1*   and end (yyyymmddhhmm each), the field group (an FA group     000021B1
0021B2*   or *ALL), the override group (a UG group, blank for none)     000021B2
0021B3*   and the scope (O binds online changes only, A binds batch     000021B3
0021B4*   as well), space-separated and running on past the usual       000021B4
0021B5*   40-byte value area.                                           000021B5
0021C0*   For DQ the key is the rule id(8), a space and the part        000021C0
0021C1*   keyed (key col 10). R is the rule itself: severity (E/W/I),   000021C1
0021C2*   active flag, a MMMK003A column, the operator (BL/ZR/NL/CF/    000021C2
0021C3*   DB/DA), the compare operator and compare column for CF/DB/    000021C3
0021C4*   DA, space-separated. A and D apply to R only; L (the value    000021C4
0021C5*   list or date, 60 bytes), W (the when-column and its value     000021C5
0021C6*   list) and M (the message) are updates to the rule's row.      000021C6
0021D0*   For DM the key is the code value; the value is the field id   000021D0
0021D1*   (ST/TY/GR/SO/SF status, type, group, SOS type and setoff on   000021D1
0021D2*   FC_XXXAIL_STORES; GC/P1/P2/S1/S2/RT group, primary and        000021D2
0021D3*   secondary group and retail location type on XXXAIL_LOC), the  000021D3
0021D4*   active flag, the effective and end dates (yyyy-mm-dd, blank   000021D4
0021D5*   for open-ended) and the description(30), space-separated.     000021D5
0021E0*   For VT the key is the service code(4); the value is the       000021E0
0021E1*   active flag, the own-hours flag, the department tie (R the    000021E1
0021E2*   service needs the department, E the two go together, N none), 000021E2
0021E3*   the XXX_DEPT department(5, blank for N) and the description   000021E3
0021E4*   (30), space-separated and running on past the usual 40-byte   000021E4
0021E5*   value area.                                                   000021E5
0021F0*   For GX the key is the store number; the value is the XXX_DEPT 000021F0
0021F1*   department(5), its sub-department(5), the GL company(3) and   000021F1
0021F2*   the cost center(10), space-separated. The company must be the 000021F2
0021F3*   store's FC_RL_COMPANY_NO. A U or D names the row by its       000021F3
0021F4*   department and sub-department.                                000021F4
0021G0*   For PL the key is the pilot id(8); the value is the active    000021G0
0021G1*   flag, the start and end dates (yyyy-mm-dd), the owner's user  000021G1
0021G2*   id(8) and the description(30), space-separated and running on 000021G2
0021G3*   past the usual 40-byte value area. A pilot with stores still  000021G3
0021G4*   enrolled is set inactive, not deleted.                        000021G4
0021G5*   For PX the key is a pilot id and the value the pilot it       000021G5
0021G6*   conflicts with; the pair reads both ways, so it is keyed once.000021G6
0021H0*   For RW the key is the store number; the value is the day of   000021H0
0021H1*   week (1 = Monday ... 7 = Sunday), the window start and end    000021H1
0021H2*   (hh.mm.ss), the door (F, or the store's unload facility code) 000021H2
0021H3*   and the most DSD vendors at once(3), space-separated. A U or D000021H3
0021H4*   names the window by its day and start.                        000021H4
0021I0*   For LJ the key is the state or province(2) and the language   000021I0
0021I1*   (2, FR/ES - one YYYS0135 has address rules for), space-       000021I1
0021I2*   separated; the value is the active flag and the language      000021I2
0021I3*   name(20), space-separated.                                    000021I3
0021J0*   For VL the key is the transaction code(4), or **** for the    000021J0
0021J1*   default every code without its own row falls back to; the     000021J1
0021J2*   value is the active flag, the high alert percent of baseline  000021J2
0021J3*   (4, 0300 is three times the usual volume), the low alert      000021J3
0021J4*   percent(3, 000 turns low alerts off) and the smallest         000021J4
0021J5*   baseline worth judging(5), space-separated.                   000021J5
0021K0*   For MK the key is the e-commerce market area code(5); the     000021K0
0021K1*   value is the active flag, the fulfillment type (P store       000021K1
0021K2*   pickup, D home delivery, B both), the delivery radius in      000021K2
0021K3*   miles(3, 000 for pickup only) and the area name(30),          000021K3
0021K4*   space-separated. An area XXXAIL_LOC rows still point at       000021K4
0021K5*   cannot be deleted - set it inactive instead.                  000021K5
002200*-----------------------------------------------------------------00002200
002300 ENVIRONMENT DIVISION.                                            00002300
002400 DATA DIVISION.                                                   00002400
003000 01 WS-RESP                     PIC S9(8) COMP VALUE 0.           00003000
003100 01 WS-DUMMY                    PIC X(1)  VALUE SPACES.           00003100
003110 01 WS-MMMS0165-PGM             PIC X(8)  VALUE 'MMMS0165'.       00003110
0031A0 01 WS-YYYS0135-PGM             PIC X(8)  VALUE 'YYYS0135'.       000031A0
003200                                                                  00003200
003300 01 WS-INPUT-AREA.                                                00003300
003400     05 WS-IN-TABLE             PIC X(2)  VALUE SPACES.           00003400
003770         88 WS-TBL-NBR-RANGE             VALUE 'NR'.              00003770
003780         88 WS-TBL-ROLLUP-REF            VALUE 'RR'.              00003780
003790         88 WS-TBL-CAT-CLS-DEF           VALUE 'CD'.              00003790
003795         88 WS-TBL-LIC-TYPE             VALUE 'LT'.               00003795
0037A0         88 WS-TBL-ACQ-XWALK             VALUE 'AX'.              000037A0
0037B0     88 WS-TBL-FREEZE-CAL            VALUE 'FZ'.                  000037B0
0037C0         88 WS-TBL-DQ-RULE              VALUE 'DQ'.               000037C0
0037D0         88 WS-TBL-CODE-DOM              VALUE 'DM'.              000037D0
0037E0         88 WS-TBL-SVC-TYPE              VALUE 'VT'.              000037E0
0037F0         88 WS-TBL-GL-XWALK              VALUE 'GX'.              000037F0
0037G0         88 WS-TBL-PILOT                 VALUE 'PL'.              000037G0
0037G1         88 WS-TBL-PILOT-CNFL            VALUE 'PX'.              000037G1
0037H0         88 WS-TBL-RCV-WNDW              VALUE 'RW'.              000037H0
0037I0         88 WS-TBL-LANG-JUR              VALUE 'LJ'.              000037I0
0037J0         88 WS-TBL-EVT-VOL-LIM           VALUE 'VL'.              000037J0
0037K0         88 WS-TBL-ECOMM-MKT             VALUE 'MK'.              000037K0
003800     05 FILLER                  PIC X(1).                         00003800
003900     05 WS-IN-ACTION            PIC X(1)  VALUE SPACES.           00003900
004000         88 WS-ACT-ADD                   VALUE 'A'.               00004000
004500     05 FILLER                  PIC X(1).                         00004500
004600     05 WS-IN-VALUE             PIC X(40) VALUE SPACES.           00004600
004700     05 FILLER                  PIC X(24) VALUE SPACES.           00004700
0047A0 01 WS-FZ-INPUT REDEFINES WS-INPUT-AREA.                          000047A0
0047A1     05 FILLER                  PIC X(16).                        000047A1
0047A2     05 WS-FZ-START-X           PIC X(12).                        000047A2
0047A3     05 FILLER                  PIC X(1).                         000047A3
0047A4     05 WS-FZ-END-X             PIC X(12).                        000047A4
0047A5     05 FILLER                  PIC X(1).                         000047A5
0047A6     05 WS-FZ-FLD-GROUP         PIC X(8).                         000047A6
0047A7     05 FILLER                  PIC X(1).                         000047A7
0047A8     05 WS-FZ-OVRD-GROUP        PIC X(8).                         000047A8
0047A9     05 FILLER                  PIC X(1).                         000047A9
0047B0     05 WS-FZ-SCOPE-CD          PIC X(1).                         000047B0
0047B1     05 FILLER                  PIC X(19).                        000047B1
0047C0 01 WS-DQ-RULE-INPUT REDEFINES WS-INPUT-AREA.                     000047C0
0047C1     05 FILLER                  PIC X(16).                        000047C1
0047C2     05 WS-DQ-SEV-CD            PIC X(1).                         000047C2
0047C3     05 FILLER                  PIC X(1).                         000047C3
0047C4     05 WS-DQ-ACTIVE-SW         PIC X(1).                         000047C4
0047C5     05 FILLER                  PIC X(1).                         000047C5
0047C6     05 WS-DQ-COL-NM            PIC X(18).                        000047C6
0047C7     05 FILLER                  PIC X(1).                         000047C7
0047C8     05 WS-DQ-OPER-CD           PIC X(2).                         000047C8
0047C9     05 FILLER                  PIC X(1).                         000047C9
0047D0     05 WS-DQ-CMP-OP-CD         PIC X(2).                         000047D0
0047D1     05 FILLER                  PIC X(1).                         000047D1
0047D2     05 WS-DQ-CMP-COL-NM        PIC X(18).                        000047D2
0047D3     05 FILLER                  PIC X(17).                        000047D3
0047D4 01 WS-DQ-LIST-INPUT REDEFINES WS-INPUT-AREA.                     000047D4
0047D5     05 FILLER                  PIC X(16).                        000047D5
0047D6     05 WS-DQ-VALUE-TXT         PIC X(60).                        000047D6
0047D7     05 FILLER                  PIC X(4).                         000047D7
0047D8 01 WS-DQ-WHEN-INPUT REDEFINES WS-INPUT-AREA.                     000047D8
0047D9     05 FILLER                  PIC X(16).                        000047D9
0047E0     05 WS-DQ-WHEN-COL-NM       PIC X(18).                        000047E0
0047E1     05 FILLER                  PIC X(1).                         000047E1
0047E2     05 WS-DQ-WHEN-VALUE-TXT    PIC X(40).                        000047E2
0047E3     05 FILLER                  PIC X(5).                         000047E3
0047F0 01 WS-DM-INPUT REDEFINES WS-INPUT-AREA.                          000047F0
0047F1     05 FILLER                  PIC X(16).                        000047F1
0047F2     05 WS-DM-FLD-ID            PIC X(2).                         000047F2
0047F3     05 FILLER                  PIC X(1).                         000047F3
0047F4     05 WS-DM-ACTIVE-SW         PIC X(1).                         000047F4
0047F5     05 FILLER                  PIC X(1).                         000047F5
0047F6     05 WS-DM-EFF-DT            PIC X(10).                        000047F6
0047F7     05 FILLER                  PIC X(1).                         000047F7
0047F8     05 WS-DM-END-DT            PIC X(10).                        000047F8
0047F9     05 FILLER                  PIC X(1).                         000047F9
0047G0     05 WS-DM-DESC              PIC X(30).                        000047G0
0047G1     05 FILLER                  PIC X(7).                         000047G1
0047H0 01 WS-VT-INPUT REDEFINES WS-INPUT-AREA.                          000047H0
0047H1     05 FILLER                  PIC X(16).                        000047H1
0047H2     05 WS-VT-ACTIVE-SW         PIC X(1).                         000047H2
0047H3     05 FILLER                  PIC X(1).                         000047H3
0047H4     05 WS-VT-HRS-IND           PIC X(1).                         000047H4
0047H5     05 FILLER                  PIC X(1).                         000047H5
0047H6     05 WS-VT-MATCH-CD          PIC X(1).                         000047H6
0047H7     05 FILLER                  PIC X(1).                         000047H7
0047H8     05 WS-VT-DEPT-NO           PIC X(5).                         000047H8
0047H9     05 FILLER                  PIC X(1).                         000047H9
0047I0     05 WS-VT-DESC              PIC X(30).                        000047I0
0047I1     05 FILLER                  PIC X(22).                        000047I1
0047J0 01 WS-GX-INPUT REDEFINES WS-INPUT-AREA.                          000047J0
0047J1     05 FILLER                  PIC X(16).                        000047J1
0047J2     05 WS-GX-DEPT-NBR          PIC X(5).                         000047J2
0047J3     05 FILLER                  PIC X(1).                         000047J3
0047J4     05 WS-GX-SUB-DEPT-ID       PIC X(5).                         000047J4
0047J5     05 FILLER                  PIC X(1).                         000047J5
0047J6     05 WS-GX-CO-X              PIC X(3).                         000047J6
0047J7     05 WS-GX-CO-N REDEFINES WS-GX-CO-X                           000047J7
0047J8                                PIC 9(3).                         000047J8
0047J9     05 FILLER                  PIC X(1).                         000047J9
0047K0     05 WS-GX-COST-CTR-CD       PIC X(10).                        000047K0
0047K1     05 FILLER                  PIC X(38).                        000047K1
0047L0 01 WS-PL-INPUT REDEFINES WS-INPUT-AREA.                          000047L0
0047L1     05 FILLER                  PIC X(16).                        000047L1
0047L2     05 WS-PL-ACTIVE-SW         PIC X(1).                         000047L2
0047L3     05 FILLER                  PIC X(1).                         000047L3
0047L4     05 WS-PL-STRT-DT           PIC X(10).                        000047L4
0047L5     05 FILLER                  PIC X(1).                         000047L5
0047L6     05 WS-PL-END-DT            PIC X(10).                        000047L6
0047L7     05 FILLER                  PIC X(1).                         000047L7
0047L8     05 WS-PL-OWNER-ID          PIC X(8).                         000047L8
0047L9     05 FILLER                  PIC X(1).                         000047L9
0047M0     05 WS-PL-DESC              PIC X(30).                        000047M0
0047M1     05 FILLER                  PIC X(1).                         000047M1
0047N0 01 WS-RW-INPUT REDEFINES WS-INPUT-AREA.                          000047N0
0047N1     05 FILLER                  PIC X(16).                        000047N1
0047N2     05 WS-RW-DAY-X             PIC X(1).                         000047N2
0047N3     05 WS-RW-DAY-N REDEFINES WS-RW-DAY-X                         000047N3
0047N4                                PIC 9(1).                         000047N4
0047N5     05 FILLER                  PIC X(1).                         000047N5
0047N6     05 WS-RW-STRT-TM           PIC X(8).                         000047N6
0047N7     05 FILLER                  PIC X(1).                         000047N7
0047N8     05 WS-RW-END-TM            PIC X(8).                         000047N8
0047N9     05 FILLER                  PIC X(1).                         000047N9
0047O0     05 WS-RW-DOOR-CD           PIC X(1).                         000047O0
0047O1     05 FILLER                  PIC X(1).                         000047O1
0047O2     05 WS-RW-MAX-X             PIC X(3).                         000047O2
0047O3     05 WS-RW-MAX-N REDEFINES WS-RW-MAX-X                         000047O3
0047O4                                PIC 9(3).                         000047O4
0047O5     05 FILLER                  PIC X(39).                        000047O5
0047P0 01 WS-LJ-INPUT REDEFINES WS-INPUT-AREA.                          000047P0
0047P1     05 FILLER                  PIC X(5).                         000047P1
0047P2     05 WS-LJ-STATE-CD          PIC X(2).                         000047P2
0047P3     05 FILLER                  PIC X(1).                         000047P3
0047P4     05 WS-LJ-LANG-CD           PIC X(2).                         000047P4
0047P5     05 FILLER                  PIC X(6).                         000047P5
0047P6     05 WS-LJ-ACTIVE-IND        PIC X(1).                         000047P6
0047P7     05 FILLER                  PIC X(1).                         000047P7
0047P8     05 WS-LJ-LANG-NM           PIC X(20).                        000047P8
0047P9     05 FILLER                  PIC X(42).                        000047P9
0047Q0 01 WS-VL-INPUT REDEFINES WS-INPUT-AREA.                          000047Q0
0047Q1     05 FILLER                  PIC X(16).                        000047Q1
0047Q2     05 WS-VL-ACTIVE-IND        PIC X(1).                         000047Q2
0047Q3     05 FILLER                  PIC X(1).                         000047Q3
0047Q4     05 WS-VL-HIGH-PCT-X        PIC X(4).                         000047Q4
0047Q5     05 WS-VL-HIGH-PCT-N REDEFINES WS-VL-HIGH-PCT-X               000047Q5
0047Q6                                PIC 9(4).                         000047Q6
0047Q7     05 FILLER                  PIC X(1).                         000047Q7
0047Q8     05 WS-VL-LOW-PCT-X         PIC X(3).                         000047Q8
0047Q9     05 WS-VL-LOW-PCT-N REDEFINES WS-VL-LOW-PCT-X                 000047Q9
0047R0                                PIC 9(3).                         000047R0
0047R1     05 FILLER                  PIC X(1).                         000047R1
0047R2     05 WS-VL-MIN-CNT-X         PIC X(5).                         000047R2
0047R3     05 WS-VL-MIN-CNT-N REDEFINES WS-VL-MIN-CNT-X                 000047R3
0047R4                                PIC 9(5).                         000047R4
0047R5     05 FILLER                  PIC X(48).                        000047R5
0047S0 01 WS-MK-INPUT REDEFINES WS-INPUT-AREA.                          000047S0
0047S1     05 FILLER                  PIC X(16).                        000047S1
0047S2     05 WS-MK-ACTIVE-IND        PIC X(1).                         000047S2
0047S3     05 FILLER                  PIC X(1).                         000047S3
0047S4     05 WS-MK-FULFL-TYP-CD      PIC X(1).                         000047S4
0047S5        88 WS-MK-FULFL-VALID    VALUE 'P' 'D' 'B'.                000047S5
0047S6        88 WS-MK-FULFL-PICKUP   VALUE 'P'.                        000047S6
0047S7     05 FILLER                  PIC X(1).                         000047S7
0047S8     05 WS-MK-RADIUS-X          PIC X(3).                         000047S8
0047S9     05 WS-MK-RADIUS-N REDEFINES WS-MK-RADIUS-X                   000047S9
0047T0                                PIC 9(3).                         000047T0
0047T1     05 FILLER                  PIC X(1).                         000047T1
0047T2     05 WS-MK-AREA-NM           PIC X(30).                        000047T2
0047T3     05 FILLER                  PIC X(26).                        000047T3
004800 01 WS-INPUT-LEN                PIC S9(4) COMP VALUE 80.          00004800
004900                                                                  00004900
005200 01 WS-EDIT-FIELDS.                                               00005200
005860     05 WS-ORG-ID-X             PIC X(5)  VALUE SPACES.           00005860
005870     05 WS-ORG-ID-N REDEFINES WS-ORG-ID-X                         00005870
005880                                PIC 9(5).                         00005880
005882     05 WS-LEAD-DD-X            PIC X(3)  VALUE SPACES.           00005882
005884     05 WS-LEAD-DD-N REDEFINES WS-LEAD-DD-X                       00005884
005886                                PIC 9(3).                         00005886
005890     05 WS-ORG-TYP-CD           PIC X(1)  VALUE SPACES.           00005890
005891     05 WS-NR-FROM-X            PIC X(9)  VALUE SPACES.           00005891
005892     05 WS-NR-FROM-N REDEFINES WS-NR-FROM-X                       00005892
005894     05 WS-NR-TO-X              PIC X(9)  VALUE SPACES.           00005894
005895     05 WS-NR-TO-N REDEFINES WS-NR-TO-X                           00005895
005896                                PIC 9(9).                         00005896
0058A0     05 WS-AX-OUR-CD            PIC X(10) VALUE SPACES.           000058A0
0058A1     05 WS-AX-OUR-DEPT REDEFINES WS-AX-OUR-CD.                    000058A1
0058A2         10 WS-AX-OUR-DEPT-NBR  PIC X(5).                         000058A2
0058A3         10 WS-AX-OUR-SUB-DEPT  PIC X(5).                         000058A3
0058A4     05 WS-AX-OUR-LEN           PIC S9(4) COMP VALUE 0.           000058A4
0058A5     05 WS-AX-ROW-CNT           PIC S9(9) COMP VALUE 0.           000058A5
0058B0     05 WS-FZ-TS-WORK           PIC X(12) VALUE SPACES.           000058B0
0058B1     05 WS-FZ-TS-PARTS REDEFINES WS-FZ-TS-WORK.                   000058B1
0058B2         10 WS-FZ-TS-YYYY       PIC 9(4).                         000058B2
0058B3         10 WS-FZ-TS-MM         PIC 9(2).                         000058B3
0058B4         10 WS-FZ-TS-DD         PIC 9(2).                         000058B4
0058B5         10 WS-FZ-TS-HH         PIC 9(2).                         000058B5
0058B6         10 WS-FZ-TS-MI         PIC 9(2).                         000058B6
0058B7     05 WS-FZ-TS-OK-SW          PIC X(1)  VALUE SPACES.           000058B7
0058B8         88 WS-FZ-TS-OK                   VALUE 'Y'.              000058B8
0058B9     05 WS-FZ-ROW-CNT           PIC S9(9) COMP VALUE 0.           000058B9
0058C0     05 WS-FZ-DB2-TS            PIC X(26) VALUE SPACES.           000058C0
0058D0     05 WS-DQ-PART-CD           PIC X(1)  VALUE SPACES.           000058D0
0058D1         88 WS-DQ-PART-RULE               VALUE 'R'.              000058D1
0058D2         88 WS-DQ-PART-LIST               VALUE 'L'.              000058D2
0058D3         88 WS-DQ-PART-WHEN               VALUE 'W'.              000058D3
0058D4         88 WS-DQ-PART-MSG                VALUE 'M'.              000058D4
0058D5     05 WS-DQ-LOOK-NM           PIC X(18) VALUE SPACES.           000058D5
0058D6     05 WS-DQ-IDX               PIC S9(4) COMP VALUE 0.           000058D6
0058D7     05 WS-DQ-REG-IX            PIC S9(4) COMP VALUE 0.           000058D7
0058D8     05 WS-DQ-COL-IX            PIC S9(4) COMP VALUE 0.           000058D8
0058D9     05 WS-DQ-CMP-IX            PIC S9(4) COMP VALUE 0.           000058D9
0058E0     05 WS-DM-FLD-NM            PIC X(18) VALUE SPACES.           000058E0
0058E1     05 WS-DM-VAL-LEN           PIC S9(4) COMP VALUE 0.           000058E1
0058E2     05 WS-DM-DATE-WORK         PIC X(10) VALUE SPACES.           000058E2
0058F0     05 WS-VT-ROW-CNT           PIC S9(9) COMP VALUE 0.           000058F0
0058G0     05 WS-GX-ROW-CNT           PIC S9(9) COMP VALUE 0.           000058G0
0058G1     05 WS-GX-STORE-CO          PIC S9(3) COMP-3 VALUE 0.         000058G1
0058G2     05 WS-GX-CO-DSP            PIC 9(3)  VALUE 0.                000058G2
0058G3     05 WS-GX-STORE-OPEN-SW     PIC X(1)  VALUE 'N'.              000058G3
0058G4         88 WS-GX-STORE-OPEN              VALUE 'Y'.              000058G4
0058H0     05 WS-PL-ROW-CNT           PIC S9(9) COMP VALUE 0.           000058H0
0058H1     05 WS-PL-DATE-WORK         PIC X(10) VALUE SPACES.           000058H1
0058I0     05 WS-RW-ROW-CNT           PIC S9(9) COMP VALUE 0.           000058I0
0058I1     05 WS-RW-DAY-NBR           PIC S9(1) COMP-3 VALUE 0.         000058I1
0058I2     05 WS-RW-MAX-DSP           PIC 9(3)  VALUE 0.                000058I2
0058I3     05 WS-RW-UNLOAD-SW         PIC X(1)  VALUE SPACES.           000058I3
0058I4     05 WS-RW-STORE-OPEN-SW     PIC X(1)  VALUE 'N'.              000058I4
0058I5         88 WS-RW-STORE-OPEN              VALUE 'Y'.              000058I5
0058I6     05 WS-RW-EDIT-TM           PIC X(8)  VALUE SPACES.           000058I6
0058I7     05 WS-RW-EDIT-TM-R REDEFINES WS-RW-EDIT-TM.                  000058I7
0058I8         10 WS-RW-EDIT-HH       PIC 9(2).                         000058I8
0058I9         10 WS-RW-EDIT-DOT-1    PIC X(1).                         000058I9
0058J0         10 WS-RW-EDIT-MI       PIC 9(2).                         000058J0
0058J1         10 WS-RW-EDIT-DOT-2    PIC X(1).                         000058J1
0058J2         10 WS-RW-EDIT-SS       PIC 9(2).                         000058J2
0058K0     05 WS-LJ-STD-STR           PIC X(80) VALUE SPACES.           000058K0
0058K1     05 WS-LJ-STD-LEN           PIC S9(2) COMP VALUE 0.           000058K1
0058L0     05 WS-VL-HIGH-DSP          PIC 9(4)  VALUE 0.                000058L0
0058L1     05 WS-VL-LOW-DSP           PIC 9(3)  VALUE 0.                000058L1
0058L2     05 WS-VL-MIN-DSP           PIC 9(5)  VALUE 0.                000058L2
0058M0     05 WS-MK-ROW-CNT           PIC S9(9) COMP VALUE 0.           000058M0
0058M1     05 WS-MK-RADIUS-DSP        PIC 9(3)  VALUE 0.                000058M1
005900                                                                  00005900
006000 01 WS-SCREEN-AREA.                                               00006000
006100     05 WS-SCR-HDG1             PIC X(79) VALUE                   00006100
007000 COPY NNNN000U.                                                   00007000
007010 COPY YYYN000A.                                                   00007010
007100 COPY XXXN001A.                                                   00007100
0071A0 01 MMMS0181-FREEZE-SVC         PIC X(8)  VALUE 'MMMS0181'.       000071A0
0071A1 COPY MMMC0181.                                                   000071A1
007200 COPY YYYN110A.                                                   00007200
007300 COPY YYYC0107.                                                   00007300
007400 COPY ZZZC0197.                                                   00007400
007500 COPY MMMK002A.                                                   00007500
007510 COPY MMMC0165.                                                   00007510
0075A0 COPY MMMK003A.                                                   000075A0
007600                                                                  00007600
007700*=================================================================00007700
007800*  DB2 Areas - the maintained control tables                      00007800
009520     EXEC SQL                                                     00009520
009521       INCLUDE DDDTCD01                                           00009521
009522     END-EXEC.                                                    00009522
00952A                                                                  0000952A
00952B     EXEC SQL                                                     0000952B
00952C       INCLUDE DDDTLT01                                           0000952C
00952D     END-EXEC.                                                    0000952D
0095E0                                                                  000095E0
0095E1     EXEC SQL                                                     000095E1
0095E2       INCLUDE DDDTAX01                                           000095E2
0095E3     END-EXEC.                                                    000095E3
0095F0                                                                  000095F0
0095F1     EXEC SQL                                                     000095F1
0095F2       INCLUDE DDDTFZ01                                           000095F2
0095F3     END-EXEC.                                                    000095F3
0095G0                                                                  000095G0
0095G1     EXEC SQL                                                     000095G1
0095G2       INCLUDE DDDTDQ01                                           000095G2
0095G3     END-EXEC.                                                    000095G3
0095H0                                                                  000095H0
0095H1     EXEC SQL                                                     000095H1
0095H2       INCLUDE DDDTDM01                                           000095H2
0095H3     END-EXEC.                                                    000095H3
0095I0                                                                  000095I0
0095I1     EXEC SQL                                                     000095I1
0095I2       INCLUDE DDDTVT01                                           000095I2
0095I3     END-EXEC.                                                    000095I3
0095J0                                                                  000095J0
0095J1     EXEC SQL                                                     000095J1
0095J2       INCLUDE DDDTGX01                                           000095J2
0095J3     END-EXEC.                                                    000095J3
0095K0                                                                  000095K0
0095K1     EXEC SQL                                                     000095K1
0095K2       INCLUDE DDDTPL01                                           000095K2
0095K3     END-EXEC.                                                    000095K3
0095K4                                                                  000095K4
0095K5     EXEC SQL                                                     000095K5
0095K6       INCLUDE DDDTPX01                                           000095K6
0095K7     END-EXEC.                                                    000095K7
0095L0                                                                  000095L0
0095L1     EXEC SQL                                                     000095L1
0095L2       INCLUDE DDDTRW01                                           000095L2
0095L3     END-EXEC.                                                    000095L3
0095M0                                                                  000095M0
0095M1     EXEC SQL                                                     000095M1
0095M2       INCLUDE DDDTLJ01                                           000095M2
0095M3     END-EXEC.                                                    000095M3
0095N0                                                                  000095N0
0095N1     EXEC SQL                                                     000095N1
0095N2       INCLUDE DDDTVL01                                           000095N2
0095N3     END-EXEC.                                                    000095N3
0095O0                                                                  000095O0
0095O1     EXEC SQL                                                     000095O1
0095O2       INCLUDE DDDTMK01                                           000095O2
0095O3     END-EXEC.                                                    000095O3
009523                                                                  00009523
009524     EXEC SQL                                                     00009524
009525       DECLARE CTL-HIST-CSR CURSOR FOR                            00009525
013596           PERFORM 598-MAINTAIN-ROLLUP-REF                        00013596
013597         WHEN WS-TBL-CAT-CLS-DEF                                  00013597
013598           PERFORM 599-MAINTAIN-CAT-CLS-DEF                       00013598
01359A       WHEN WS-TBL-LIC-TYPE                                       0001359A
01359B         PERFORM 596-MAINTAIN-LIC-TYPE                            0001359B
0135C0         WHEN WS-TBL-ACQ-XWALK                                    000135C0
0135C1           PERFORM 597-MAINTAIN-ACQ-XWALK                         000135C1
0135D0       WHEN WS-TBL-FREEZE-CAL                                     000135D0
0135D1         PERFORM 594-MAINTAIN-FREEZE-CAL                          000135D1
0135E0       WHEN WS-TBL-DQ-RULE                                        000135E0
0135E1         PERFORM 591-MAINTAIN-DQ-RULE                             000135E1
0135F0       WHEN WS-TBL-CODE-DOM                                       000135F0
0135F1         PERFORM 575-MAINTAIN-CODE-DOM                            000135F1
0135G0       WHEN WS-TBL-SVC-TYPE                                       000135G0
0135G1         PERFORM 578-MAINTAIN-SVC-TYPE                            000135G1
0135H0       WHEN WS-TBL-GL-XWALK                                       000135H0
0135H1         PERFORM 579-MAINTAIN-GL-XWALK                            000135H1
0135I0       WHEN WS-TBL-PILOT                                          000135I0
0135I1         PERFORM 581-MAINTAIN-PILOT                               000135I1
0135I2       WHEN WS-TBL-PILOT-CNFL                                     000135I2
0135I3         PERFORM 571-MAINTAIN-PILOT-CNFL                          000135I3
0135J0       WHEN WS-TBL-RCV-WNDW                                       000135J0
0135J1         PERFORM 572-MAINTAIN-RCV-WNDW                            000135J1
0135K0       WHEN WS-TBL-LANG-JUR                                       000135K0
0135K1         PERFORM 574-MAINTAIN-LANG-JUR                            000135K1
0135L0       WHEN WS-TBL-EVT-VOL-LIM                                    000135L0
0135L1         PERFORM 567-MAINTAIN-EVT-VOL-LIM                         000135L1
0135M0       WHEN WS-TBL-ECOMM-MKT                                      000135M0
0135M1         PERFORM 566-MAINTAIN-ECOMM-MKT                           000135M1
013600       END-EVALUATE                                               00013600
013610      END-IF                                                      00013610
013700     END-IF                                                       00013700
016570     AND NOT WS-TBL-NBR-RANGE                                     00016570
016580     AND NOT WS-TBL-ROLLUP-REF                                    00016580
016590     AND NOT WS-TBL-CAT-CLS-DEF                                   00016590
016595     AND NOT WS-TBL-LIC-TYPE                                      00016595
0165A0     AND NOT WS-TBL-ACQ-XWALK                                     000165A0
0165B0     AND NOT WS-TBL-FREEZE-CAL                                    000165B0
0165C0     AND NOT WS-TBL-DQ-RULE                                       000165C0
0165D0     AND NOT WS-TBL-CODE-DOM                                      000165D0
0165E0     AND NOT WS-TBL-SVC-TYPE                                      000165E0
0165F0     AND NOT WS-TBL-GL-XWALK                                      000165F0
0165G0     AND NOT WS-TBL-PILOT                                         000165G0
0165G1     AND NOT WS-TBL-PILOT-CNFL                                    000165G1
0165H0     AND NOT WS-TBL-RCV-WNDW                                      000165H0
0165I0     AND NOT WS-TBL-LANG-JUR                                      000165I0
0165J0     AND NOT WS-TBL-EVT-VOL-LIM                                   000165J0
0165K0     AND NOT WS-TBL-ECOMM-MKT                                     000165K0
016600       SET  FAILURE TO TRUE                                       00016600
016700       MOVE 'TABLE ID UNKNOWN - SEE THE MMMO0200 TABLE LIST'      00016700
016800         TO IS-RTRN-MSG-TXT                                       00016800
016900     END-IF                                                       00016900
017000                                                                  00017000
045700* Send the result screen...                                       00045700
045800*=================================================================00045800
045900 700-SEND-SCREEN.                                                 00045900
0459A0     PERFORM 710-SHOW-FREEZE-BANNER                               000459A0
046000     EXEC CICS SEND TEXT                                          00046000
046100       FROM   (WS-SCREEN-AREA)                                    00046100
046200       LENGTH (WS-SCREEN-LEN)                                     00046200
046300       ERASE                                                      00046300
046400     END-EXEC                                                     00046400
046500     .                                                            00046500
0465A0                                                                  000465A0
0465A1*=================================================================000465A1
0465A2* While a change freeze is on, its id and end show at the right   000465A2
0465A3* of the heading line (MMMS0181) - the DAOs still decide what     000465A3
0465A4* may change.                                                     000465A4
0465A5*=================================================================000465A5
0465A6 710-SHOW-FREEZE-BANNER.                                          000465A6
0465A7     SET  MMMC0181-GET-BANNER TO TRUE                             000465A7
0465A8     CALL MMMS0181-FREEZE-SVC USING                               000465A8
0465A9         XXXN001A                                                 000465A9
0465B0         MMMC0181                                                 000465B0
0465B1     IF MMMC0181-BANNER-TXT NOT = SPACES                          000465B1
0465B2       MOVE MMMC0181-BANNER-TXT TO WS-SCR-HDG1 (50 : 30)          000465B2
0465B3     END-IF                                                       000465B3
0465B4     .                                                            000465B4
046600*=================================================================00046600
046610* FC_XXXAIL_MDSE_HIER maintenance - key = class, value = dept,    00046610
046620* sub-dept, active flag and description. This is the population   00046620
04925S       PERFORM 600-CHECK-SQL-AND-AUDIT                            0004925S
04925T     END-IF                                                       0004925T
04925U     .                                                            0004925U
0492A0                                                                  000492A0
0492A1*=================================================================000492A1
0492A2* FC_XXXAIL_LIC_TYPE maintenance - key = license type code,       000492A2
0492A3* value = active flag, renewal lead days, surrender-on-close flag 000492A3
0492A4* and description. MMMO1100 accepts a store license only of an    000492A4
0492A5* active type; MMMB0802 warns that many days ahead of expiry and  000492A5
0492A6* MMMB0701 lists the surrender-on-close types at a closing.       000492A6
0492A7*=================================================================000492A7
0492A8 596-MAINTAIN-LIC-TYPE.                                           000492A8
0492A9     IF WS-IN-KEY (1 : 4) = SPACES                                000492A9
0492B0      OR WS-IN-KEY (5 : 6) NOT = SPACES                           000492B0
0492B1       SET  FAILURE TO TRUE                                       000492B1
0492B2       MOVE 'LT_LIC_TYP_CD MUST BE 1 TO 4 CHARACTERS'             000492B2
0492B3         TO IS-RTRN-MSG-TXT                                       000492B3
0492B4     END-IF                                                       000492B4
0492B5                                                                  000492B5
0492B6     MOVE WS-IN-VALUE (1 : 1) TO WS-VALUE-1                       000492B6
0492B7     IF  SUCCESS                                                  000492B7
0492B8     AND NOT WS-ACT-DELETE                                        000492B8
0492B9     AND WS-VALUE-1 NOT = 'Y' AND WS-VALUE-1 NOT = 'N'            000492B9
0492C0       SET  FAILURE TO TRUE                                       000492C0
0492C1       MOVE 'LT_ACTIVE_IND MUST BE Y OR N'                        000492C1
0492C2         TO IS-RTRN-MSG-TXT                                       000492C2
0492C3     END-IF                                                       000492C3
0492C4                                                                  000492C4
0492C5     MOVE WS-IN-VALUE (3 : 3) TO WS-LEAD-DD-X                     000492C5
0492C6     IF  SUCCESS                                                  000492C6
0492C7     AND NOT WS-ACT-DELETE                                        000492C7
0492C8     AND WS-LEAD-DD-X NOT NUMERIC                                 000492C8
0492C9       SET  FAILURE TO TRUE                                       000492C9
0492D0       MOVE 'LT_RENEW_LEAD_DD MUST BE THREE DIGITS'               000492D0
0492D1         TO IS-RTRN-MSG-TXT                                       000492D1
0492D2     END-IF                                                       000492D2
0492D3                                                                  000492D3
0492D4     IF  SUCCESS                                                  000492D4
0492D5     AND NOT WS-ACT-DELETE                                        000492D5
0492D6     AND WS-IN-VALUE (7 : 1) NOT = 'Y'                            000492D6
0492D7     AND WS-IN-VALUE (7 : 1) NOT = 'N'                            000492D7
0492D8       SET  FAILURE TO TRUE                                       000492D8
0492D9       MOVE 'LT_SURR_ON_CLS_IND MUST BE Y OR N'                   000492D9
0492E0         TO IS-RTRN-MSG-TXT                                       000492E0
0492E1     END-IF                                                       000492E1
0492E2                                                                  000492E2
0492E3     IF  SUCCESS                                                  000492E3
0492E4     AND NOT WS-ACT-DELETE                                        000492E4
0492E5     AND WS-IN-VALUE (9 : 30) = SPACES                            000492E5
0492E6       SET  FAILURE TO TRUE                                       000492E6
0492E7       MOVE 'LT_LIC_TYP_DES IS REQUIRED'                          000492E7
0492E8         TO IS-RTRN-MSG-TXT                                       000492E8
0492E9     END-IF                                                       000492E9
0492F0                                                                  000492F0
0492F1     IF SUCCESS AND WS-ACT-DELETE                                 000492F1
0492F2       PERFORM 150-CONFIRM-DELETE                                 000492F2
0492F3     END-IF                                                       000492F3
0492F4                                                                  000492F4
0492F5     IF SUCCESS                                                   000492F5
0492F6       MOVE WS-IN-KEY (1 : 4)    TO MD-LT-LIC-TYP-CD OF DDDTLT01  000492F6
0492F7       MOVE WS-VALUE-1           TO MD-LT-ACTIVE-IND OF DDDTLT01  000492F7
0492F8       MOVE WS-IN-VALUE (7 : 1)                                   000492F8
0492F9         TO MD-LT-SURR-ON-CLS-IND OF DDDTLT01                     000492F9
0492G0       MOVE WS-IN-VALUE (9 : 30) TO MD-LT-LIC-TYP-DES OF DDDTLT01 000492G0
0492G1       IF WS-ACT-DELETE                                           000492G1
0492G2         MOVE 0            TO MD-LT-RENEW-LEAD-DD OF DDDTLT01     000492G2
0492G3       ELSE                                                       000492G3
0492G4         MOVE WS-LEAD-DD-N TO MD-LT-RENEW-LEAD-DD OF DDDTLT01     000492G4
0492G5       END-IF                                                     000492G5
0492G6       EVALUATE TRUE                                              000492G6
0492G7         WHEN WS-ACT-ADD                                          000492G7
0492G8           EXEC SQL                                               000492G8
0492G9             INSERT INTO FC_XXXAIL_LIC_TYPE                       000492G9
0492H0                ( LT_LIC_TYP_CD, LT_LIC_TYP_DES, LT_RENEW_LEAD_DD,000492H0
0492H1                  LT_SURR_ON_CLS_IND, LT_ACTIVE_IND )             000492H1
0492H2             VALUES                                               000492H2
0492H3                ( :DDDTLT01.MD-LT-LIC-TYP-CD,                     000492H3
0492H4                  :DDDTLT01.MD-LT-LIC-TYP-DES,                    000492H4
0492H5                  :DDDTLT01.MD-LT-RENEW-LEAD-DD,                  000492H5
0492H6                  :DDDTLT01.MD-LT-SURR-ON-CLS-IND,                000492H6
0492H7                  :DDDTLT01.MD-LT-ACTIVE-IND )                    000492H7
0492H8           END-EXEC                                               000492H8
0492H9         WHEN WS-ACT-UPDATE                                       000492H9
0492I0           EXEC SQL                                               000492I0
0492I1             UPDATE FC_XXXAIL_LIC_TYPE                            000492I1
0492I2                SET LT_LIC_TYP_DES     =                          000492I2
0492I3                    :DDDTLT01.MD-LT-LIC-TYP-DES,                  000492I3
0492I4                    LT_RENEW_LEAD_DD   =                          000492I4
0492I5                    :DDDTLT01.MD-LT-RENEW-LEAD-DD,                000492I5
0492I6                    LT_SURR_ON_CLS_IND =                          000492I6
0492I7                    :DDDTLT01.MD-LT-SURR-ON-CLS-IND,              000492I7
0492I8                    LT_ACTIVE_IND      =                          000492I8
0492I9                    :DDDTLT01.MD-LT-ACTIVE-IND                    000492I9
0492J0              WHERE LT_LIC_TYP_CD = :DDDTLT01.MD-LT-LIC-TYP-CD    000492J0
0492J1           END-EXEC                                               000492J1
0492J2         WHEN WS-ACT-DELETE                                       000492J2
0492J3           EXEC SQL                                               000492J3
0492J4             DELETE FROM FC_XXXAIL_LIC_TYPE                       000492J4
0492J5              WHERE LT_LIC_TYP_CD = :DDDTLT01.MD-LT-LIC-TYP-CD    000492J5
0492J6           END-EXEC                                               000492J6
0492J7       END-EVALUATE                                               000492J7
0492J8       PERFORM 600-CHECK-SQL-AND-AUDIT                            000492J8
0492J9     END-IF                                                       000492J9
0492K0     .                                                            000492K0
0492L0                                                                  000492L0
0492L1*=================================================================000492L1
0492L2* FC_XXXAIL_ACQ_XWALK maintenance - key = acquired chain code and 000492L2
0492L3* code type, value = their code and our code. MMMB2102 turns an   000492L3
0492L4* acquired chain's store file into our district, store type,      000492L4
0492L5* department, price zone and ad zone codes through these rows;    000492L5
0492L6* a code with no row here is reported unmapped and holds the      000492L6
0492L7* store back from release. Our code is edited against the table   000492L7
0492L8* it stands for where we own one (active OG district, XXX_DEPT).  000492L8
0492L9*=================================================================000492L9
0492M0 597-MAINTAIN-ACQ-XWALK.                                          000492M0
0492M1     IF WS-IN-KEY (1 : 4) = SPACES                                000492M1
0492M2      OR WS-IN-KEY (5 : 1) NOT = SPACE                            000492M2
0492M3      OR WS-IN-KEY (10 : 1) NOT = SPACE                           000492M3
0492M4       SET  FAILURE TO TRUE                                       000492M4
0492M5       MOVE 'AX KEY IS THE CHAIN CODE(4) AND THE CODE TYPE(4)'    000492M5
0492M6         TO IS-RTRN-MSG-TXT                                       000492M6
0492M7     END-IF                                                       000492M7
0492M8                                                                  000492M8
0492M9     MOVE WS-IN-KEY (6 : 4) TO MD-AX-CODE-TYP-CD OF DDDTAX01      000492M9
0492N0     MOVE MD-AX-CODE-TYP-CD OF DDDTAX01                           000492N0
0492N1       TO AX-CODE-TYP-CD OF DCLFC-XXXAIL-ACQ-XWALK                000492N1
0492N2     EVALUATE TRUE                                                000492N2
0492N3       WHEN AX-TYP-DISTRICT                                       000492N3
0492N4       WHEN AX-TYP-STORE-TYPE                                     000492N4
0492N5         MOVE 3 TO WS-AX-OUR-LEN                                  000492N5
0492N6       WHEN AX-TYP-PRICE-ZONE                                     000492N6
0492N7         MOVE 5 TO WS-AX-OUR-LEN                                  000492N7
0492N8       WHEN AX-TYP-AD-ZONE                                        000492N8
0492N9         MOVE 7 TO WS-AX-OUR-LEN                                  000492N9
0492O0       WHEN AX-TYP-DEPARTMENT                                     000492O0
0492O1         MOVE 10 TO WS-AX-OUR-LEN                                 000492O1
0492O2       WHEN OTHER                                                 000492O2
0492O3         IF SUCCESS                                               000492O3
0492O4           SET  FAILURE TO TRUE                                   000492O4
0492O5           MOVE 'AX_CODE_TYP_CD MUST BE DIST/TYPE/DEPT/PZON/AZON' 000492O5
0492O6             TO IS-RTRN-MSG-TXT                                   000492O6
0492O7         END-IF                                                   000492O7
0492O8     END-EVALUATE                                                 000492O8
0492O9                                                                  000492O9
0492P0     IF SUCCESS AND WS-IN-VALUE (1 : 10) = SPACES                 000492P0
0492P1       SET  FAILURE TO TRUE                                       000492P1
0492P2       MOVE 'AX_THEIR_CD IS REQUIRED'                             000492P2
0492P3         TO IS-RTRN-MSG-TXT                                       000492P3
0492P4     END-IF                                                       000492P4
0492P5                                                                  000492P5
0492P6     MOVE WS-IN-VALUE (12 : 10) TO WS-AX-OUR-CD                   000492P6
0492P7     IF  SUCCESS                                                  000492P7
0492P8     AND NOT WS-ACT-DELETE                                        000492P8
0492P9     AND NOT AX-TYP-DEPARTMENT                                    000492P9
0492Q0       IF WS-AX-OUR-CD (1 : WS-AX-OUR-LEN) NOT NUMERIC            000492Q0
0492Q1        OR WS-AX-OUR-CD (WS-AX-OUR-LEN + 1 : ) NOT = SPACES       000492Q1
0492Q2         SET  FAILURE TO TRUE                                     000492Q2
0492Q3         MOVE 'AX_OUR_CD: 3 DIGITS DIST/TYPE, 5 PZON, 7 AZON'     000492Q3
0492Q4           TO IS-RTRN-MSG-TXT                                     000492Q4
0492Q5       END-IF                                                     000492Q5
0492Q6     END-IF                                                       000492Q6
0492Q7                                                                  000492Q7
0492Q8     IF  SUCCESS                                                  000492Q8
0492Q9     AND NOT WS-ACT-DELETE                                        000492Q9
0492R0     AND AX-TYP-DISTRICT                                          000492R0
0492R1       MOVE WS-AX-OUR-CD (1 : 3) TO WS-CLASS-X                    000492R1
0492R2       MOVE WS-CLASS-N TO MD-OG-ORG-ID OF DDDTOG01                000492R2
0492R3       EXEC SQL                                                   000492R3
0492R4         SELECT COUNT(*)                                          000492R4
0492R5          INTO :WS-AX-ROW-CNT                                     000492R5
0492R6         FROM FC_XXXAIL_ORG_REF                                   000492R6
0492R7         WHERE OG_ORG_TYP_CD = 'D'                                000492R7
0492R8           AND OG_ORG_ID     = :DDDTOG01.MD-OG-ORG-ID             000492R8
0492R9           AND OG_ACTIVE_IND = 'Y'                                000492R9
0492S0       END-EXEC                                                   000492S0
0492S1       IF SQLCODE NOT = 0 OR WS-AX-ROW-CNT = 0                    000492S1
0492S2         SET  FAILURE TO TRUE                                     000492S2
0492S3         MOVE 'AX_OUR_CD IS NOT AN ACTIVE DISTRICT ON OG'         000492S3
0492S4           TO IS-RTRN-MSG-TXT                                     000492S4
0492S5       END-IF                                                     000492S5
0492S6     END-IF                                                       000492S6
0492S7                                                                  000492S7
0492S8     IF  SUCCESS                                                  000492S8
0492S9     AND NOT WS-ACT-DELETE                                        000492S9
0492T0     AND AX-TYP-DEPARTMENT                                        000492T0
0492T1       EXEC SQL                                                   000492T1
0492T2         SELECT COUNT(*)                                          000492T2
0492T3          INTO :WS-AX-ROW-CNT                                     000492T3
0492T4         FROM XXX_DEPT                                            000492T4
0492T5         WHERE STR_DEPT_NBR    = :WS-AX-OUR-DEPT-NBR              000492T5
0492T6           AND STR_SUB_DEPT_ID = :WS-AX-OUR-SUB-DEPT              000492T6
0492T7       END-EXEC                                                   000492T7
0492T8       IF SQLCODE NOT = 0 OR WS-AX-ROW-CNT = 0                    000492T8
0492T9         SET  FAILURE TO TRUE                                     000492T9
0492U0         MOVE 'AX_OUR_CD IS NOT A DEPARTMENT ON XXX_DEPT'         000492U0
0492U1           TO IS-RTRN-MSG-TXT                                     000492U1
0492U2       END-IF                                                     000492U2
0492U3     END-IF                                                       000492U3
0492U4                                                                  000492U4
0492U5     IF SUCCESS AND WS-ACT-DELETE                                 000492U5
0492U6       PERFORM 150-CONFIRM-DELETE                                 000492U6
0492U7     END-IF                                                       000492U7
0492U8                                                                  000492U8
0492U9     IF SUCCESS                                                   000492U9
0492V0       MOVE WS-IN-KEY (1 : 4)     TO MD-AX-CHAIN-CD  OF DDDTAX01  000492V0
0492V1       MOVE WS-IN-VALUE (1 : 10)  TO MD-AX-THEIR-CD  OF DDDTAX01  000492V1
0492V2       MOVE WS-AX-OUR-CD          TO MD-AX-OUR-CD    OF DDDTAX01  000492V2
0492V3       EVALUATE TRUE                                              000492V3
0492V4         WHEN WS-ACT-ADD                                          000492V4
0492V5           EXEC SQL                                               000492V5
0492V6             INSERT INTO FC_XXXAIL_ACQ_XWALK                      000492V6
0492V7                ( AX_CHAIN_CD, AX_CODE_TYP_CD, AX_THEIR_CD,       000492V7
0492V8                  AX_OUR_CD )                                     000492V8
0492V9             VALUES                                               000492V9
0492W0                ( :DDDTAX01.MD-AX-CHAIN-CD,                       000492W0
0492W1                  :DDDTAX01.MD-AX-CODE-TYP-CD,                    000492W1
0492W2                  :DDDTAX01.MD-AX-THEIR-CD,                       000492W2
0492W3                  :DDDTAX01.MD-AX-OUR-CD )                        000492W3
0492W4           END-EXEC                                               000492W4
0492W5         WHEN WS-ACT-UPDATE                                       000492W5
0492W6           EXEC SQL                                               000492W6
0492W7             UPDATE FC_XXXAIL_ACQ_XWALK                           000492W7
0492W8                SET AX_OUR_CD      = :DDDTAX01.MD-AX-OUR-CD       000492W8
0492W9              WHERE AX_CHAIN_CD    = :DDDTAX01.MD-AX-CHAIN-CD     000492W9
0492X0                AND AX_CODE_TYP_CD = :DDDTAX01.MD-AX-CODE-TYP-CD  000492X0
0492X1                AND AX_THEIR_CD    = :DDDTAX01.MD-AX-THEIR-CD     000492X1
0492X2           END-EXEC                                               000492X2
0492X3         WHEN WS-ACT-DELETE                                       000492X3
0492X4           EXEC SQL                                               000492X4
0492X5             DELETE FROM FC_XXXAIL_ACQ_XWALK                      000492X5
0492X6              WHERE AX_CHAIN_CD    = :DDDTAX01.MD-AX-CHAIN-CD     000492X6
0492X7                AND AX_CODE_TYP_CD = :DDDTAX01.MD-AX-CODE-TYP-CD  000492X7
0492X8                AND AX_THEIR_CD    = :DDDTAX01.MD-AX-THEIR-CD     000492X8
0492X9           END-EXEC                                               000492X9
0492Y0       END-EVALUATE                                               000492Y0
0492Y1       PERFORM 600-CHECK-SQL-AND-AUDIT                            000492Y1
0492Y2     END-IF                                                       000492Y2
0492Y3     .                                                            000492Y3
0493A0                                                                  000493A0
0493A1*=================================================================000493A1
0493A2* FC_XXXAIL_FREEZE_CAL maintenance - key = freeze id, value =     000493A2
0493A3* start and end (yyyymmddhhmm), the field group, the override     000493A3
0493A4* group and the scope, space-separated and running past the usual 000493A4
0493A5* value area. The field group must be *ALL or an FA_AUTH_GROUP    000493A5
0493A6* that owns columns on FC_XXXAIL_FLD_AUTH - a group with no       000493A6
0493A7* columns would freeze nothing - and an override group must have  000493A7
0493A8* members on FC_XXXAIL_USER_GROUP. MMMS0181 enforces the rows at  000493A8
0493A9* the DAOs and puts the banner on the online screens.             000493A9
0493B0*=================================================================000493B0
0493B1 594-MAINTAIN-FREEZE-CAL.                                         000493B1
0493B2     IF WS-IN-KEY (1 : 8) = SPACES                                000493B2
0493B3      OR WS-IN-KEY (9 : 2) NOT = SPACES                           000493B3
0493B4       SET  FAILURE TO TRUE                                       000493B4
0493B5       MOVE 'FZ_FREEZE_ID MUST BE 1 TO 8 CHARACTERS'              000493B5
0493B6         TO IS-RTRN-MSG-TXT                                       000493B6
0493B7     END-IF                                                       000493B7
0493B8                                                                  000493B8
0493B9     IF SUCCESS AND NOT WS-ACT-DELETE                             000493B9
0493C0       MOVE WS-FZ-START-X TO WS-FZ-TS-WORK                        000493C0
0493C1       PERFORM 593-EDIT-FZ-TIMESTAMP                              000493C1
0493C2       IF NOT WS-FZ-TS-OK                                         000493C2
0493C3         SET  FAILURE TO TRUE                                     000493C3
0493C4         MOVE 'FZ START MUST BE A VALID YYYYMMDDHHMM'             000493C4
0493C5           TO IS-RTRN-MSG-TXT                                     000493C5
0493C6       END-IF                                                     000493C6
0493C7     END-IF                                                       000493C7
0493C8                                                                  000493C8
0493C9     IF SUCCESS AND NOT WS-ACT-DELETE                             000493C9
0493D0       MOVE WS-FZ-END-X TO WS-FZ-TS-WORK                          000493D0
0493D1       PERFORM 593-EDIT-FZ-TIMESTAMP                              000493D1
0493D2       IF NOT WS-FZ-TS-OK                                         000493D2
0493D3         SET  FAILURE TO TRUE                                     000493D3
0493D4         MOVE 'FZ END MUST BE A VALID YYYYMMDDHHMM'               000493D4
0493D5           TO IS-RTRN-MSG-TXT                                     000493D5
0493D6       END-IF                                                     000493D6
0493D7     END-IF                                                       000493D7
0493D8                                                                  000493D8
0493D9     IF  SUCCESS                                                  000493D9
0493E0     AND NOT WS-ACT-DELETE                                        000493E0
0493E1     AND WS-FZ-END-X NOT > WS-FZ-START-X                          000493E1
0493E2       SET  FAILURE TO TRUE                                       000493E2
0493E3       MOVE 'FZ END MUST BE AFTER THE START'                      000493E3
0493E4         TO IS-RTRN-MSG-TXT                                       000493E4
0493E5     END-IF                                                       000493E5
0493E6                                                                  000493E6
0493E7     IF  SUCCESS                                                  000493E7
0493E8     AND NOT WS-ACT-DELETE                                        000493E8
0493E9     AND WS-FZ-FLD-GROUP NOT = '*ALL'                             000493E9
0493F0       MOVE 0 TO WS-FZ-ROW-CNT                                    000493F0
0493F1       EXEC SQL                                                   000493F1
0493F2         SELECT COUNT(*)                                          000493F2
0493F3          INTO :WS-FZ-ROW-CNT                                     000493F3
0493F4         FROM FC_XXXAIL_FLD_AUTH                                  000493F4
0493F5         WHERE FA_AUTH_GROUP = :WS-FZ-FLD-GROUP                   000493F5
0493F6       END-EXEC                                                   000493F6
0493F7       IF SQLCODE NOT = 0 OR WS-FZ-ROW-CNT = 0                    000493F7
0493F8         SET  FAILURE TO TRUE                                     000493F8
0493F9         MOVE 'FZ FIELD GROUP MUST BE *ALL OR A GROUP ON FA'      000493F9
0493G0           TO IS-RTRN-MSG-TXT                                     000493G0
0493G1       END-IF                                                     000493G1
0493G2     END-IF                                                       000493G2
0493G3                                                                  000493G3
0493G4     IF  SUCCESS                                                  000493G4
0493G5     AND NOT WS-ACT-DELETE                                        000493G5
0493G6     AND WS-FZ-OVRD-GROUP NOT = SPACES                            000493G6
0493G7       MOVE 0 TO WS-FZ-ROW-CNT                                    000493G7
0493G8       EXEC SQL                                                   000493G8
0493G9         SELECT COUNT(*)                                          000493G9
0493H0          INTO :WS-FZ-ROW-CNT                                     000493H0
0493H1         FROM FC_XXXAIL_USER_GROUP                                000493H1
0493H2         WHERE UG_GROUP_CD = :WS-FZ-OVRD-GROUP                    000493H2
0493H3       END-EXEC                                                   000493H3
0493H4       IF SQLCODE NOT = 0 OR WS-FZ-ROW-CNT = 0                    000493H4
0493H5         SET  FAILURE TO TRUE                                     000493H5
0493H6         MOVE 'FZ OVERRIDE GROUP HAS NO MEMBERS ON UG'            000493H6
0493H7           TO IS-RTRN-MSG-TXT                                     000493H7
0493H8       END-IF                                                     000493H8
0493H9     END-IF                                                       000493H9
0493I0                                                                  000493I0
0493I1     IF  SUCCESS                                                  000493I1
0493I2     AND NOT WS-ACT-DELETE                                        000493I2
0493I3     AND WS-FZ-SCOPE-CD NOT = 'O'                                 000493I3
0493I4     AND WS-FZ-SCOPE-CD NOT = 'A'                                 000493I4
0493I5       SET  FAILURE TO TRUE                                       000493I5
0493I6       MOVE 'FZ SCOPE MUST BE O (ONLINE ONLY) OR A (ALL CALLERS)' 000493I6
0493I7         TO IS-RTRN-MSG-TXT                                       000493I7
0493I8     END-IF                                                       000493I8
0493I9                                                                  000493I9
0493J0     IF SUCCESS AND WS-ACT-DELETE                                 000493J0
0493J1       PERFORM 150-CONFIRM-DELETE                                 000493J1
0493J2     END-IF                                                       000493J2
0493J3                                                                  000493J3
0493J4     IF SUCCESS                                                   000493J4
0493J5       MOVE WS-IN-KEY (1 : 8)  TO MD-FZ-FREEZE-ID  OF DDDTFZ01    000493J5
0493J6       MOVE WS-FZ-START-X      TO WS-FZ-TS-WORK                   000493J6
0493J7       PERFORM 592-BUILD-FZ-TIMESTAMP                             000493J7
0493J8       MOVE WS-FZ-DB2-TS       TO MD-FZ-START-TS   OF DDDTFZ01    000493J8
0493J9       MOVE WS-FZ-END-X        TO WS-FZ-TS-WORK                   000493J9
0493K0       PERFORM 592-BUILD-FZ-TIMESTAMP                             000493K0
0493K1       MOVE WS-FZ-DB2-TS       TO MD-FZ-END-TS     OF DDDTFZ01    000493K1
0493K2       MOVE WS-FZ-FLD-GROUP    TO MD-FZ-FLD-GROUP  OF DDDTFZ01    000493K2
0493K3       MOVE WS-FZ-OVRD-GROUP   TO MD-FZ-OVRD-GROUP OF DDDTFZ01    000493K3
0493K4       MOVE WS-FZ-SCOPE-CD     TO MD-FZ-SCOPE-CD   OF DDDTFZ01    000493K4
0493K5       EVALUATE TRUE                                              000493K5
0493K6         WHEN WS-ACT-ADD                                          000493K6
0493K7           EXEC SQL                                               000493K7
0493K8             INSERT INTO FC_XXXAIL_FREEZE_CAL                     000493K8
0493K9                ( FZ_FREEZE_ID, FZ_START_TS, FZ_END_TS,           000493K9
0493L0                  FZ_FLD_GROUP, FZ_OVRD_GROUP, FZ_SCOPE_CD )      000493L0
0493L1             VALUES                                               000493L1
0493L2                ( :DDDTFZ01.MD-FZ-FREEZE-ID,                      000493L2
0493L3                  :DDDTFZ01.MD-FZ-START-TS,                       000493L3
0493L4                  :DDDTFZ01.MD-FZ-END-TS,                         000493L4
0493L5                  :DDDTFZ01.MD-FZ-FLD-GROUP,                      000493L5
0493L6                  :DDDTFZ01.MD-FZ-OVRD-GROUP,                     000493L6
0493L7                  :DDDTFZ01.MD-FZ-SCOPE-CD )                      000493L7
0493L8           END-EXEC                                               000493L8
0493L9         WHEN WS-ACT-UPDATE                                       000493L9
0493M0           EXEC SQL                                               000493M0
0493M1             UPDATE FC_XXXAIL_FREEZE_CAL                          000493M1
0493M2                SET FZ_START_TS   = :DDDTFZ01.MD-FZ-START-TS,     000493M2
0493M3                    FZ_END_TS     = :DDDTFZ01.MD-FZ-END-TS,       000493M3
0493M4                    FZ_FLD_GROUP  = :DDDTFZ01.MD-FZ-FLD-GROUP,    000493M4
0493M5                    FZ_OVRD_GROUP = :DDDTFZ01.MD-FZ-OVRD-GROUP,   000493M5
0493M6                    FZ_SCOPE_CD   = :DDDTFZ01.MD-FZ-SCOPE-CD      000493M6
0493M7              WHERE FZ_FREEZE_ID = :DDDTFZ01.MD-FZ-FREEZE-ID      000493M7
0493M8           END-EXEC                                               000493M8
0493M9         WHEN WS-ACT-DELETE                                       000493M9
0493N0           EXEC SQL                                               000493N0
0493N1             DELETE FROM FC_XXXAIL_FREEZE_CAL                     000493N1
0493N2              WHERE FZ_FREEZE_ID = :DDDTFZ01.MD-FZ-FREEZE-ID      000493N2
0493N3           END-EXEC                                               000493N3
0493N4       END-EVALUATE                                               000493N4
0493N5       PERFORM 600-CHECK-SQL-AND-AUDIT                            000493N5
0493N6     END-IF                                                       000493N6
0493N7     .                                                            000493N7
0493N8                                                                  000493N8
0493N9 593-EDIT-FZ-TIMESTAMP.                                           000493N9
0493O0     MOVE 'N' TO WS-FZ-TS-OK-SW                                   000493O0
0493O1     IF  WS-FZ-TS-WORK NUMERIC                                    000493O1
0493O2     AND WS-FZ-TS-MM NOT < 1 AND WS-FZ-TS-MM NOT > 12             000493O2
0493O3     AND WS-FZ-TS-DD NOT < 1 AND WS-FZ-TS-DD NOT > 31             000493O3
0493O4     AND WS-FZ-TS-HH NOT > 23                                     000493O4
0493O5     AND WS-FZ-TS-MI NOT > 59                                     000493O5
0493O6       SET WS-FZ-TS-OK TO TRUE                                    000493O6
0493O7     END-IF                                                       000493O7
0493O8     .                                                            000493O8
0493O9                                                                  000493O9
0493P0 592-BUILD-FZ-TIMESTAMP.                                          000493P0
0493P1     MOVE SPACES TO WS-FZ-DB2-TS                                  000493P1
0493P2     IF WS-FZ-TS-WORK NUMERIC                                     000493P2
0493P3       STRING WS-FZ-TS-WORK (1 : 4) '-'                           000493P3
0493P4              WS-FZ-TS-WORK (5 : 2) '-'                           000493P4
0493P5              WS-FZ-TS-WORK (7 : 2) '-'                           000493P5
0493P6              WS-FZ-TS-WORK (9 : 2) '.'                           000493P6
0493P7              WS-FZ-TS-WORK (11 : 2) '.00.000000'                 000493P7
0493P8         DELIMITED BY SIZE INTO WS-FZ-DB2-TS                      000493P8
0493P9     ELSE                                                         000493P9
0493Q0       MOVE '0001-01-01-00.00.00.000000' TO WS-FZ-DB2-TS          000493Q0
0493Q1     END-IF                                                       000493Q1
0493Q2     .                                                            000493Q2
0494A0                                                                  000494A0
0494A1*=================================================================000494A1
0494A2* FC_XXXAIL_DQ_RULE maintenance - key = rule id and part. The     000494A2
0494A3* R part adds, changes or deletes the rule; L, W and M change     000494A3
0494A4* the value list, the when-test and the message on its row.       000494A4
0494A5* Columns are edited against the MMMK003A registry the rules      000494A5
0494A6* engine (MMMB2802) builds its queries from, so a rule that       000494A6
0494A7* saves here is one the engine can run.                           000494A7
0494A8*=================================================================000494A8
0494A9 591-MAINTAIN-DQ-RULE.                                            000494A9
0494B0     MOVE WS-IN-KEY (10 : 1) TO WS-DQ-PART-CD                     000494B0
0494B1     IF WS-IN-KEY (1 : 8) = SPACES                                000494B1
0494B2      OR WS-IN-KEY (9 : 1) NOT = SPACE                            000494B2
0494B3       SET  FAILURE TO TRUE                                       000494B3
0494B4       MOVE 'DQ KEY IS THE RULE ID(8), A SPACE AND THE PART'      000494B4
0494B5         TO IS-RTRN-MSG-TXT                                       000494B5
0494B6     END-IF                                                       000494B6
0494B7                                                                  000494B7
0494B8     IF  SUCCESS                                                  000494B8
0494B9     AND NOT WS-DQ-PART-RULE AND NOT WS-DQ-PART-LIST              000494B9
0494C0     AND NOT WS-DQ-PART-WHEN AND NOT WS-DQ-PART-MSG               000494C0
0494C1       SET  FAILURE TO TRUE                                       000494C1
0494C2       MOVE 'DQ PART MUST BE R (RULE), L (LIST), W (WHEN) OR M'   000494C2
0494C3         TO IS-RTRN-MSG-TXT                                       000494C3
0494C4     END-IF                                                       000494C4
0494C5                                                                  000494C5
0494C6     IF  SUCCESS                                                  000494C6
0494C7     AND NOT WS-DQ-PART-RULE                                      000494C7
0494C8     AND NOT WS-ACT-UPDATE                                        000494C8
0494C9       SET  FAILURE TO TRUE                                       000494C9
0494D0       MOVE 'DQ L/W/M ARE UPDATES - ADD OR DELETE WITH THE R PART'000494D0
0494D1         TO IS-RTRN-MSG-TXT                                       000494D1
0494D2     END-IF                                                       000494D2
0494D3                                                                  000494D3
0494D4     IF SUCCESS AND WS-DQ-PART-RULE AND NOT WS-ACT-DELETE         000494D4
0494D5       PERFORM 589-EDIT-DQ-RULE-PART                              000494D5
0494D6     END-IF                                                       000494D6
0494D7                                                                  000494D7
0494D8     IF SUCCESS AND WS-DQ-PART-WHEN                               000494D8
0494D9       PERFORM 584-EDIT-DQ-WHEN-PART                              000494D9
0494E0     END-IF                                                       000494E0
0494E1                                                                  000494E1
0494E2     IF  SUCCESS                                                  000494E2
0494E3     AND WS-DQ-PART-MSG                                           000494E3
0494E4     AND WS-IN-VALUE = SPACES                                     000494E4
0494E5       SET  FAILURE TO TRUE                                       000494E5
0494E6       MOVE 'DQ_MSG_TXT IS REQUIRED'                              000494E6
0494E7         TO IS-RTRN-MSG-TXT                                       000494E7
0494E8     END-IF                                                       000494E8
0494E9                                                                  000494E9
0494F0     IF SUCCESS AND WS-ACT-DELETE                                 000494F0
0494F1       PERFORM 150-CONFIRM-DELETE                                 000494F1
0494F2     END-IF                                                       000494F2
0494F3                                                                  000494F3
0494F4     IF SUCCESS                                                   000494F4
0494F5       MOVE WS-IN-KEY (1 : 8) TO MD-DQ-RULE-ID OF DDDTDQ01        000494F5
0494F6       MOVE WS-DQ-SEV-CD      TO MD-DQ-SEV-CD     OF DDDTDQ01     000494F6
0494F7       MOVE WS-DQ-ACTIVE-SW   TO MD-DQ-ACTIVE-SW  OF DDDTDQ01     000494F7
0494F8       MOVE WS-DQ-COL-NM      TO MD-DQ-COL-NM     OF DDDTDQ01     000494F8
0494F9       MOVE WS-DQ-OPER-CD     TO MD-DQ-OPER-CD    OF DDDTDQ01     000494F9
0494G0       MOVE WS-DQ-CMP-OP-CD   TO MD-DQ-CMP-OP-CD  OF DDDTDQ01     000494G0
0494G1       MOVE WS-DQ-CMP-COL-NM  TO MD-DQ-CMP-COL-NM OF DDDTDQ01     000494G1
0494G2       EVALUATE TRUE                                              000494G2
0494G3         WHEN WS-ACT-ADD                                          000494G3
0494G4           MOVE SPACES TO MD-DQ-VALUE-TXT      OF DDDTDQ01        000494G4
0494G5                          MD-DQ-WHEN-COL-NM    OF DDDTDQ01        000494G5
0494G6                          MD-DQ-WHEN-VALUE-TXT OF DDDTDQ01        000494G6
0494G7                          MD-DQ-MSG-TXT        OF DDDTDQ01        000494G7
0494G8           EXEC SQL                                               000494G8
0494G9             INSERT INTO FC_XXXAIL_DQ_RULE                        000494G9
0494H0                ( DQ_RULE_ID, DQ_SEV_CD, DQ_ACTIVE_SW, DQ_COL_NM, 000494H0
0494H1                  DQ_OPER_CD, DQ_CMP_OP_CD, DQ_CMP_COL_NM,        000494H1
0494H2                  DQ_VALUE_TXT, DQ_WHEN_COL_NM, DQ_WHEN_VALUE_TXT,000494H2
0494H3                  DQ_MSG_TXT )                                    000494H3
0494H4             VALUES                                               000494H4
0494H5                ( :DDDTDQ01.MD-DQ-RULE-ID,                        000494H5
0494H6                  :DDDTDQ01.MD-DQ-SEV-CD,                         000494H6
0494H7                  :DDDTDQ01.MD-DQ-ACTIVE-SW,                      000494H7
0494H8                  :DDDTDQ01.MD-DQ-COL-NM,                         000494H8
0494H9                  :DDDTDQ01.MD-DQ-OPER-CD,                        000494H9
0494I0                  :DDDTDQ01.MD-DQ-CMP-OP-CD,                      000494I0
0494I1                  :DDDTDQ01.MD-DQ-CMP-COL-NM,                     000494I1
0494I2                  :DDDTDQ01.MD-DQ-VALUE-TXT,                      000494I2
0494I3                  :DDDTDQ01.MD-DQ-WHEN-COL-NM,                    000494I3
0494I4                  :DDDTDQ01.MD-DQ-WHEN-VALUE-TXT,                 000494I4
0494I5                  :DDDTDQ01.MD-DQ-MSG-TXT )                       000494I5
0494I6           END-EXEC                                               000494I6
0494I7         WHEN WS-ACT-DELETE                                       000494I7
0494I8           EXEC SQL                                               000494I8
0494I9             DELETE FROM FC_XXXAIL_DQ_RULE                        000494I9
0494J0              WHERE DQ_RULE_ID = :DDDTDQ01.MD-DQ-RULE-ID          000494J0
0494J1           END-EXEC                                               000494J1
0494J2         WHEN WS-DQ-PART-RULE                                     000494J2
0494J3           EXEC SQL                                               000494J3
0494J4             UPDATE FC_XXXAIL_DQ_RULE                             000494J4
0494J5                SET DQ_SEV_CD     = :DDDTDQ01.MD-DQ-SEV-CD,       000494J5
0494J6                    DQ_ACTIVE_SW  = :DDDTDQ01.MD-DQ-ACTIVE-SW,    000494J6
0494J7                    DQ_COL_NM     = :DDDTDQ01.MD-DQ-COL-NM,       000494J7
0494J8                    DQ_OPER_CD    = :DDDTDQ01.MD-DQ-OPER-CD,      000494J8
0494J9                    DQ_CMP_OP_CD  = :DDDTDQ01.MD-DQ-CMP-OP-CD,    000494J9
0494K0                    DQ_CMP_COL_NM = :DDDTDQ01.MD-DQ-CMP-COL-NM    000494K0
0494K1              WHERE DQ_RULE_ID = :DDDTDQ01.MD-DQ-RULE-ID          000494K1
0494K2           END-EXEC                                               000494K2
0494K3         WHEN WS-DQ-PART-LIST                                     000494K3
0494K4           MOVE WS-DQ-VALUE-TXT TO MD-DQ-VALUE-TXT OF DDDTDQ01    000494K4
0494K5           EXEC SQL                                               000494K5
0494K6             UPDATE FC_XXXAIL_DQ_RULE                             000494K6
0494K7                SET DQ_VALUE_TXT = :DDDTDQ01.MD-DQ-VALUE-TXT      000494K7
0494K8              WHERE DQ_RULE_ID = :DDDTDQ01.MD-DQ-RULE-ID          000494K8
0494K9           END-EXEC                                               000494K9
0494L0         WHEN WS-DQ-PART-WHEN                                     000494L0
0494L1           MOVE WS-DQ-WHEN-COL-NM                                 000494L1
0494L2             TO MD-DQ-WHEN-COL-NM OF DDDTDQ01                     000494L2
0494L3           MOVE WS-DQ-WHEN-VALUE-TXT                              000494L3
0494L4             TO MD-DQ-WHEN-VALUE-TXT OF DDDTDQ01                  000494L4
0494L5           EXEC SQL                                               000494L5
0494L6             UPDATE FC_XXXAIL_DQ_RULE                             000494L6
0494L7                SET DQ_WHEN_COL_NM =                              000494L7
0494L8                        :DDDTDQ01.MD-DQ-WHEN-COL-NM,              000494L8
0494L9                    DQ_WHEN_VALUE_TXT =                           000494L9
0494M0                        :DDDTDQ01.MD-DQ-WHEN-VALUE-TXT            000494M0
0494M1              WHERE DQ_RULE_ID = :DDDTDQ01.MD-DQ-RULE-ID          000494M1
0494M2           END-EXEC                                               000494M2
0494M3         WHEN OTHER                                               000494M3
0494M4           MOVE WS-IN-VALUE TO MD-DQ-MSG-TXT OF DDDTDQ01          000494M4
0494M5           EXEC SQL                                               000494M5
0494M6             UPDATE FC_XXXAIL_DQ_RULE                             000494M6
0494M7                SET DQ_MSG_TXT = :DDDTDQ01.MD-DQ-MSG-TXT          000494M7
0494M8              WHERE DQ_RULE_ID = :DDDTDQ01.MD-DQ-RULE-ID          000494M8
0494M9           END-EXEC                                               000494M9
0494N0       END-EVALUATE                                               000494N0
0494N1       PERFORM 600-CHECK-SQL-AND-AUDIT                            000494N1
0494N2     END-IF                                                       000494N2
0494N3     .                                                            000494N3
0494N4                                                                  000494N4
0494N5* The R part - severity, active flag, a registered column and     000494N5
0494N6* an operator its column type can take.                           000494N6
0494N7 589-EDIT-DQ-RULE-PART.                                           000494N7
0494N8     IF  WS-DQ-SEV-CD NOT = 'E' AND WS-DQ-SEV-CD NOT = 'W'        000494N8
0494N9     AND WS-DQ-SEV-CD NOT = 'I'                                   000494N9
0494O0       SET  FAILURE TO TRUE                                       000494O0
0494O1       MOVE 'DQ_SEV_CD MUST BE E, W OR I'                         000494O1
0494O2         TO IS-RTRN-MSG-TXT                                       000494O2
0494O3     END-IF                                                       000494O3
0494O4                                                                  000494O4
0494O5     IF  SUCCESS                                                  000494O5
0494O6     AND WS-DQ-ACTIVE-SW NOT = 'Y' AND WS-DQ-ACTIVE-SW NOT = 'N'  000494O6
0494O7       SET  FAILURE TO TRUE                                       000494O7
0494O8       MOVE 'DQ_ACTIVE_SW MUST BE Y OR N'                         000494O8
0494O9         TO IS-RTRN-MSG-TXT                                       000494O9
0494P0     END-IF                                                       000494P0
0494P1                                                                  000494P1
0494P2     IF SUCCESS                                                   000494P2
0494P3       MOVE WS-DQ-COL-NM TO WS-DQ-LOOK-NM                         000494P3
0494P4       PERFORM 588-FIND-DQ-COLUMN                                 000494P4
0494P5       MOVE WS-DQ-REG-IX TO WS-DQ-COL-IX                          000494P5
0494P6       IF WS-DQ-COL-IX = 0                                        000494P6
0494P7         SET  FAILURE TO TRUE                                     000494P7
0494P8         MOVE 'DQ_COL_NM IS NOT A REGISTERED COLUMN'              000494P8
0494P9           TO IS-RTRN-MSG-TXT                                     000494P9
0494Q0       END-IF                                                     000494Q0
0494Q1     END-IF                                                       000494Q1
0494Q2                                                                  000494Q2
0494Q3     MOVE 0 TO WS-DQ-CMP-IX                                       000494Q3
0494Q4     IF SUCCESS AND WS-DQ-CMP-COL-NM NOT = SPACES                 000494Q4
0494Q5       MOVE WS-DQ-CMP-COL-NM TO WS-DQ-LOOK-NM                     000494Q5
0494Q6       PERFORM 588-FIND-DQ-COLUMN                                 000494Q6
0494Q7       MOVE WS-DQ-REG-IX TO WS-DQ-CMP-IX                          000494Q7
0494Q8       IF WS-DQ-CMP-IX = 0                                        000494Q8
0494Q9         SET  FAILURE TO TRUE                                     000494Q9
0494R0         MOVE 'DQ_CMP_COL_NM IS NOT A REGISTERED COLUMN'          000494R0
0494R1           TO IS-RTRN-MSG-TXT                                     000494R1
0494R2       END-IF                                                     000494R2
0494R3     END-IF                                                       000494R3
0494R4                                                                  000494R4
0494R5     IF SUCCESS                                                   000494R5
0494R6       EVALUATE WS-DQ-OPER-CD                                     000494R6
0494R7         WHEN 'BL'                                                000494R7
0494R8         WHEN 'NL'                                                000494R8
0494R9           CONTINUE                                               000494R9
0494S0         WHEN 'ZR'                                                000494S0
0494S1           IF MMMK003A-CHAR-COL (WS-DQ-COL-IX)                    000494S1
0494S2             SET  FAILURE TO TRUE                                 000494S2
0494S3             MOVE 'DQ ZR NEEDS A NUMBER OR DATE COLUMN'           000494S3
0494S4               TO IS-RTRN-MSG-TXT                                 000494S4
0494S5           END-IF                                                 000494S5
0494S6         WHEN 'CF'                                                000494S6
0494S7           EVALUATE TRUE                                          000494S7
0494S8             WHEN WS-DQ-CMP-IX = 0                                000494S8
0494S9               SET  FAILURE TO TRUE                               000494S9
0494T0               MOVE 'DQ CF NEEDS A COMPARE COLUMN'                000494T0
0494T1                 TO IS-RTRN-MSG-TXT                               000494T1
0494T2             WHEN WS-DQ-CMP-OP-CD NOT = 'EQ'                      000494T2
0494T3              AND WS-DQ-CMP-OP-CD NOT = 'NE'                      000494T3
0494T4              AND WS-DQ-CMP-OP-CD NOT = 'LT'                      000494T4
0494T5              AND WS-DQ-CMP-OP-CD NOT = 'LE'                      000494T5
0494T6              AND WS-DQ-CMP-OP-CD NOT = 'GT'                      000494T6
0494T7              AND WS-DQ-CMP-OP-CD NOT = 'GE'                      000494T7
0494T8               SET  FAILURE TO TRUE                               000494T8
0494T9               MOVE 'DQ CF OPERATOR MUST BE EQ/NE/LT/LE/GT/GE'    000494T9
0494U0                 TO IS-RTRN-MSG-TXT                               000494U0
0494U1             WHEN (MMMK003A-CHAR-COL (WS-DQ-COL-IX)               000494U1
0494U2                OR MMMK003A-DATE-COL (WS-DQ-COL-IX)               000494U2
0494U3                OR MMMK003A-CHAR-COL (WS-DQ-CMP-IX)               000494U3
0494U4                OR MMMK003A-DATE-COL (WS-DQ-CMP-IX))              000494U4
0494U5              AND MMMK003A-COL-TYP (WS-DQ-COL-IX) NOT =           000494U5
0494U6                  MMMK003A-COL-TYP (WS-DQ-CMP-IX)                 000494U6
0494U7               SET  FAILURE TO TRUE                               000494U7
0494U8               MOVE 'DQ CF COLUMNS ARE NOT OF THE SAME TYPE'      000494U8
0494U9                 TO IS-RTRN-MSG-TXT                               000494U9
0494V0           END-EVALUATE                                           000494V0
0494V1         WHEN 'DB'                                                000494V1
0494V2         WHEN 'DA'                                                000494V2
0494V3           IF NOT MMMK003A-DATE-COL (WS-DQ-COL-IX)                000494V3
0494V4            OR (WS-DQ-CMP-IX > 0                                  000494V4
0494V5            AND NOT MMMK003A-DATE-COL (WS-DQ-CMP-IX))             000494V5
0494V6             SET  FAILURE TO TRUE                                 000494V6
0494V7             MOVE 'DQ DB/DA COLUMNS MUST BE DATES'                000494V7
0494V8               TO IS-RTRN-MSG-TXT                                 000494V8
0494V9           END-IF                                                 000494V9
0494W0         WHEN OTHER                                               000494W0
0494W1           SET  FAILURE TO TRUE                                   000494W1
0494W2           MOVE 'DQ_OPER_CD MUST BE BL/ZR/NL/CF/DB/DA'            000494W2
0494W3             TO IS-RTRN-MSG-TXT                                   000494W3
0494W4       END-EVALUATE                                               000494W4
0494W5     END-IF                                                       000494W5
0494W6     .                                                            000494W6
0494W7                                                                  000494W7
0494W8* The W part - a registered column and the values it must hold    000494W8
0494W9* for the rule to apply; both blank drops the when-test.          000494W9
0494X0 584-EDIT-DQ-WHEN-PART.                                           000494X0
0494X1     IF WS-DQ-WHEN-COL-NM = SPACES                                000494X1
0494X2       IF WS-DQ-WHEN-VALUE-TXT NOT = SPACES                       000494X2
0494X3         SET  FAILURE TO TRUE                                     000494X3
0494X4         MOVE 'DQ WHEN VALUES NEED A WHEN COLUMN'                 000494X4
0494X5           TO IS-RTRN-MSG-TXT                                     000494X5
0494X6       END-IF                                                     000494X6
0494X7     ELSE                                                         000494X7
0494X8       MOVE WS-DQ-WHEN-COL-NM TO WS-DQ-LOOK-NM                    000494X8
0494X9       PERFORM 588-FIND-DQ-COLUMN                                 000494X9
0494Y0       EVALUATE TRUE                                              000494Y0
0494Y1         WHEN WS-DQ-REG-IX = 0                                    000494Y1
0494Y2           SET  FAILURE TO TRUE                                   000494Y2
0494Y3           MOVE 'DQ_WHEN_COL_NM IS NOT A REGISTERED COLUMN'       000494Y3
0494Y4             TO IS-RTRN-MSG-TXT                                   000494Y4
0494Y5         WHEN WS-DQ-WHEN-VALUE-TXT = SPACES                       000494Y5
0494Y6           SET  FAILURE TO TRUE                                   000494Y6
0494Y7           MOVE 'DQ WHEN COLUMN NEEDS ITS LIST OF VALUES'         000494Y7
0494Y8             TO IS-RTRN-MSG-TXT                                   000494Y8
0494Y9       END-EVALUATE                                               000494Y9
0494Z0     END-IF                                                       000494Z0
0494Z1     .                                                            000494Z1
0494Z2                                                                  000494Z2
0494Z3 588-FIND-DQ-COLUMN.                                              000494Z3
0494Z4     MOVE 0 TO WS-DQ-REG-IX                                       000494Z4
0494Z5     PERFORM VARYING WS-DQ-IDX FROM 1 BY 1                        000494Z5
0494Z6             UNTIL WS-DQ-IDX > MMMK003A-COL-CNT                   000494Z6
0494Z7                OR WS-DQ-REG-IX > 0                               000494Z7
0494Z8       IF MMMK003A-COL-NM (WS-DQ-IDX) = WS-DQ-LOOK-NM             000494Z8
0494Z9         MOVE WS-DQ-IDX TO WS-DQ-REG-IX                           000494Z9
0495A0       END-IF                                                     000495A0
0495A1     END-PERFORM                                                  000495A1
0495A2     .                                                            000495A2
0495B0                                                                  000495B0
0495B1*=================================================================000495B1
0495B2* FC_XXXAIL_CODE_DOM maintenance - key = the code value, value =  000495B2
0495B3* the field id, active flag, effective and end dates (yyyy-mm-dd, 000495B3
0495B4* blank for open-ended) and the description, space-separated and  000495B4
0495B5* running on past the usual 40-byte value area. The field id      000495B5
0495B6* names the store column the value belongs to (576 below); the    000495B6
0495B7* value is edited to fit that column, so a row saved here is one  000495B7
0495B8* the store DAOs (NNNS0120, NNNS0488) can match through MMMS0183. 000495B8
0495B9*=================================================================000495B9
0495C0 575-MAINTAIN-CODE-DOM.                                           000495C0
0495C1     PERFORM 576-SET-DM-FLD-NM                                    000495C1
0495C2     IF WS-DM-FLD-NM = SPACES                                     000495C2
0495C3       SET  FAILURE TO TRUE                                       000495C3
0495C4       MOVE 'DM FIELD ID MUST BE ST/TY/GR/SO/SF/GC/P1/P2/S1/S2/RT'000495C4
0495C5         TO IS-RTRN-MSG-TXT                                       000495C5
0495C6     END-IF                                                       000495C6
0495C7                                                                  000495C7
0495C8     IF  SUCCESS                                                  000495C8
0495C9     AND WS-IN-KEY = SPACES                                       000495C9
0495D0       SET  FAILURE TO TRUE                                       000495D0
0495D1       MOVE 'DM_CODE_VAL IS REQUIRED'                             000495D1
0495D2         TO IS-RTRN-MSG-TXT                                       000495D2
0495D3     END-IF                                                       000495D3
0495D4                                                                  000495D4
0495D5     IF  SUCCESS AND WS-DM-VAL-LEN < 10                           000495D5
0495D6     AND WS-IN-KEY (WS-DM-VAL-LEN + 1 : ) NOT = SPACES            000495D6
0495D7       SET  FAILURE TO TRUE                                       000495D7
0495D8       MOVE SPACES  TO IS-RTRN-MSG-TXT                            000495D8
0495D9       STRING 'DM_CODE_VAL IS TOO LONG FOR ' WS-DM-FLD-NM         000495D9
0495E0         DELIMITED BY SIZE INTO IS-RTRN-MSG-TXT                   000495E0
0495E1     END-IF                                                       000495E1
0495E2                                                                  000495E2
0495E3     IF  SUCCESS                                                  000495E3
0495E4     AND WS-DM-FLD-ID = 'TY'                                      000495E4
0495E5     AND WS-IN-KEY (1 : 3) NOT NUMERIC                            000495E5
0495E6       SET  FAILURE TO TRUE                                       000495E6
0495E7       MOVE 'FC_RL_TYPE_CD VALUES MUST BE THREE DIGITS'           000495E7
0495E8         TO IS-RTRN-MSG-TXT                                       000495E8
0495E9     END-IF                                                       000495E9
0495F0                                                                  000495F0
0495F1     IF  SUCCESS                                                  000495F1
0495F2     AND NOT WS-ACT-DELETE                                        000495F2
0495F3     AND WS-DM-ACTIVE-SW NOT = 'Y' AND WS-DM-ACTIVE-SW NOT = 'N'  000495F3
0495F4       SET  FAILURE TO TRUE                                       000495F4
0495F5       MOVE 'DM_ACTIVE_IND MUST BE Y OR N'                        000495F5
0495F6         TO IS-RTRN-MSG-TXT                                       000495F6
0495F7     END-IF                                                       000495F7
0495F8                                                                  000495F8
0495F9     IF WS-DM-EFF-DT = SPACES                                     000495F9
0495G0       MOVE '0001-01-01' TO WS-DM-EFF-DT                          000495G0
0495G1     END-IF                                                       000495G1
0495G2     IF WS-DM-END-DT = SPACES                                     000495G2
0495G3       MOVE '9999-12-31' TO WS-DM-END-DT                          000495G3
0495G4     END-IF                                                       000495G4
0495G5     IF  SUCCESS                                                  000495G5
0495G6     AND NOT WS-ACT-DELETE                                        000495G6
0495G7       MOVE WS-DM-EFF-DT TO WS-DM-DATE-WORK                       000495G7
0495G8       PERFORM 577-EDIT-DM-DATE                                   000495G8
0495G9       IF SUCCESS                                                 000495G9
0495H0         MOVE WS-DM-END-DT TO WS-DM-DATE-WORK                     000495H0
0495H1         PERFORM 577-EDIT-DM-DATE                                 000495H1
0495H2       END-IF                                                     000495H2
0495H3     END-IF                                                       000495H3
0495H4                                                                  000495H4
0495H5     IF  SUCCESS                                                  000495H5
0495H6     AND NOT WS-ACT-DELETE                                        000495H6
0495H7     AND WS-DM-END-DT < WS-DM-EFF-DT                              000495H7
0495H8       SET  FAILURE TO TRUE                                       000495H8
0495H9       MOVE 'DM_END_DT MAY NOT BE BEFORE DM_EFF_DT'               000495H9
0495I0         TO IS-RTRN-MSG-TXT                                       000495I0
0495I1     END-IF                                                       000495I1
0495I2                                                                  000495I2
0495I3     IF  SUCCESS                                                  000495I3
0495I4     AND NOT WS-ACT-DELETE                                        000495I4
0495I5     AND WS-DM-DESC = SPACES                                      000495I5
0495I6       SET  FAILURE TO TRUE                                       000495I6
0495I7       MOVE 'DM_CODE_DESC IS REQUIRED'                            000495I7
0495I8         TO IS-RTRN-MSG-TXT                                       000495I8
0495I9     END-IF                                                       000495I9
0495J0                                                                  000495J0
0495J1     IF SUCCESS AND WS-ACT-DELETE                                 000495J1
0495J2       PERFORM 150-CONFIRM-DELETE                                 000495J2
0495J3     END-IF                                                       000495J3
0495J4                                                                  000495J4
0495J5     IF SUCCESS                                                   000495J5
0495J6       MOVE WS-DM-FLD-NM    TO MD-DM-FLD-NM    OF DDDTDM01        000495J6
0495J7       MOVE WS-IN-KEY       TO MD-DM-CODE-VAL  OF DDDTDM01        000495J7
0495J8       MOVE WS-DM-DESC      TO MD-DM-CODE-DESC OF DDDTDM01        000495J8
0495J9       MOVE WS-DM-ACTIVE-SW TO MD-DM-ACTIVE-IND OF DDDTDM01       000495J9
0495K0       MOVE WS-DM-EFF-DT    TO MD-DM-EFF-DT    OF DDDTDM01        000495K0
0495K1       MOVE WS-DM-END-DT    TO MD-DM-END-DT    OF DDDTDM01        000495K1
0495K2       EVALUATE TRUE                                              000495K2
0495K3         WHEN WS-ACT-ADD                                          000495K3
0495K4           EXEC SQL                                               000495K4
0495K5             INSERT INTO FC_XXXAIL_CODE_DOM                       000495K5
0495K6                ( DM_FLD_NM, DM_CODE_VAL, DM_CODE_DESC,           000495K6
0495K7                  DM_ACTIVE_IND, DM_EFF_DT, DM_END_DT )           000495K7
0495K8             VALUES                                               000495K8
0495K9                ( :DDDTDM01.MD-DM-FLD-NM,                         000495K9
0495L0                  :DDDTDM01.MD-DM-CODE-VAL,                       000495L0
0495L1                  :DDDTDM01.MD-DM-CODE-DESC,                      000495L1
0495L2                  :DDDTDM01.MD-DM-ACTIVE-IND,                     000495L2
0495L3                  :DDDTDM01.MD-DM-EFF-DT,                         000495L3
0495L4                  :DDDTDM01.MD-DM-END-DT )                        000495L4
0495L5           END-EXEC                                               000495L5
0495L6         WHEN WS-ACT-UPDATE                                       000495L6
0495L7           EXEC SQL                                               000495L7
0495L8             UPDATE FC_XXXAIL_CODE_DOM                            000495L8
0495L9                SET DM_CODE_DESC  = :DDDTDM01.MD-DM-CODE-DESC,    000495L9
0495M0                    DM_ACTIVE_IND = :DDDTDM01.MD-DM-ACTIVE-IND,   000495M0
0495M1                    DM_EFF_DT     = :DDDTDM01.MD-DM-EFF-DT,       000495M1
0495M2                    DM_END_DT     = :DDDTDM01.MD-DM-END-DT        000495M2
0495M3              WHERE DM_FLD_NM   = :DDDTDM01.MD-DM-FLD-NM          000495M3
0495M4                AND DM_CODE_VAL = :DDDTDM01.MD-DM-CODE-VAL        000495M4
0495M5           END-EXEC                                               000495M5
0495M6         WHEN WS-ACT-DELETE                                       000495M6
0495M7           EXEC SQL                                               000495M7
0495M8             DELETE FROM FC_XXXAIL_CODE_DOM                       000495M8
0495M9              WHERE DM_FLD_NM   = :DDDTDM01.MD-DM-FLD-NM          000495M9
0495N0                AND DM_CODE_VAL = :DDDTDM01.MD-DM-CODE-VAL        000495N0
0495N1           END-EXEC                                               000495N1
0495N2       END-EVALUATE                                               000495N2
0495N3       PERFORM 600-CHECK-SQL-AND-AUDIT                            000495N3
0495N4     END-IF                                                       000495N4
0495N5     .                                                            000495N5
0495N6                                                                  000495N6
0495N7* The card's two-byte field id to the column name the domain rows 000495N7
0495N8* carry, and how long a value that column can hold. An unknown id 000495N8
0495N9* leaves the name blank.                                          000495N9
0495O0 576-SET-DM-FLD-NM.                                               000495O0
0495O1     MOVE SPACES TO WS-DM-FLD-NM                                  000495O1
0495O2     MOVE 10     TO WS-DM-VAL-LEN                                 000495O2
0495O3     EVALUATE WS-DM-FLD-ID                                        000495O3
0495O4       WHEN 'ST'                                                  000495O4
0495O5         MOVE 'FC_RL_STATUS_CD'   TO WS-DM-FLD-NM                 000495O5
0495O6         MOVE 1                   TO WS-DM-VAL-LEN                000495O6
0495O7       WHEN 'TY'                                                  000495O7
0495O8         MOVE 'FC_RL_TYPE_CD'     TO WS-DM-FLD-NM                 000495O8
0495O9         MOVE 3                   TO WS-DM-VAL-LEN                000495O9
0495P0       WHEN 'GR'                                                  000495P0
0495P1         MOVE 'FC_RL_GROUP_CD'    TO WS-DM-FLD-NM                 000495P1
0495P2         MOVE 2                   TO WS-DM-VAL-LEN                000495P2
0495P3       WHEN 'SO'                                                  000495P3
0495P4         MOVE 'FC_RL_SOS_TYPE_CD' TO WS-DM-FLD-NM                 000495P4
0495P5         MOVE 2                   TO WS-DM-VAL-LEN                000495P5
0495P6       WHEN 'SF'                                                  000495P6
0495P7         MOVE 'FC_RL_SETOFF_CD'   TO WS-DM-FLD-NM                 000495P7
0495P8         MOVE 1                   TO WS-DM-VAL-LEN                000495P8
0495P9       WHEN 'GC'                                                  000495P9
0495Q0         MOVE 'GRP_CD'            TO WS-DM-FLD-NM                 000495Q0
0495Q1         MOVE 2                   TO WS-DM-VAL-LEN                000495Q1
0495Q2       WHEN 'P1'                                                  000495Q2
0495Q3         MOVE 'PRIM_GRP_CD_1'     TO WS-DM-FLD-NM                 000495Q3
0495Q4       WHEN 'P2'                                                  000495Q4
0495Q5         MOVE 'PRIM_GRP_CD_2'     TO WS-DM-FLD-NM                 000495Q5
0495Q6       WHEN 'S1'                                                  000495Q6
0495Q7         MOVE 'SECY_GRP_CD_1'     TO WS-DM-FLD-NM                 000495Q7
0495Q8       WHEN 'S2'                                                  000495Q8
0495Q9         MOVE 'SECY_GRP_CD_2'     TO WS-DM-FLD-NM                 000495Q9
0495R0       WHEN 'RT'                                                  000495R0
0495R1         MOVE 'RETL_LOC_TYP_CD'   TO WS-DM-FLD-NM                 000495R1
0495R2         MOVE 2                   TO WS-DM-VAL-LEN                000495R2
0495R3       WHEN OTHER                                                 000495R3
0495R4         CONTINUE                                                 000495R4
0495R5     END-EVALUATE                                                 000495R5
0495R6     .                                                            000495R6
0495R7                                                                  000495R7
0495R8 577-EDIT-DM-DATE.                                                000495R8
0495R9     IF WS-DM-DATE-WORK (5 : 1) NOT = '-'                         000495R9
0495S0     OR WS-DM-DATE-WORK (8 : 1) NOT = '-'                         000495S0
0495S1     OR WS-DM-DATE-WORK (1 : 4) NOT NUMERIC                       000495S1
0495S2     OR WS-DM-DATE-WORK (6 : 2) NOT NUMERIC                       000495S2
0495S3     OR WS-DM-DATE-WORK (9 : 2) NOT NUMERIC                       000495S3
0495S4       SET  FAILURE TO TRUE                                       000495S4
0495S5       MOVE 'DM_EFF_DT/DM_END_DT MUST BE DATES (YYYY-MM-DD)'      000495S5
0495S6         TO IS-RTRN-MSG-TXT                                       000495S6
0495S7     END-IF                                                       000495S7
0495S8     .                                                            000495S8
0497A0                                                                  000497A0
0497A1*=================================================================000497A1
0497A2* FC_XXXAIL_SVC_TYPE maintenance - key = service code, value =    000497A2
0497A3* active flag, own-hours flag, department tie (R/E, N for none),  000497A3
0497A4* department and description, space-separated and running on      000497A4
0497A5* past the usual 40-byte value area. A tie needs a department on  000497A5
0497A6* XXX_DEPT. MMMS0184 takes a store service only of an active      000497A6
0497A7* type, and hours only for an own-hours type; MMMB3502 checks     000497A7
0497A8* the tie against each store's departments. A type still on a     000497A8
0497A9* store's service rows is set inactive, not deleted.              000497A9
0497B0*=================================================================000497B0
0497B1 578-MAINTAIN-SVC-TYPE.                                           000497B1
0497B2     IF WS-IN-KEY (1 : 4) = SPACES                                000497B2
0497B3      OR WS-IN-KEY (5 : 6) NOT = SPACES                           000497B3
0497B4       SET  FAILURE TO TRUE                                       000497B4
0497B5       MOVE 'VT_SVC_CD MUST BE 1 TO 4 CHARACTERS'                 000497B5
0497B6         TO IS-RTRN-MSG-TXT                                       000497B6
0497B7     END-IF                                                       000497B7
0497B8                                                                  000497B8
0497B9     IF  SUCCESS                                                  000497B9
0497C0     AND NOT WS-ACT-DELETE                                        000497C0
0497C1     AND WS-VT-ACTIVE-SW NOT = 'Y' AND WS-VT-ACTIVE-SW NOT = 'N'  000497C1
0497C2       SET  FAILURE TO TRUE                                       000497C2
0497C3       MOVE 'VT_ACTIVE_IND MUST BE Y OR N'                        000497C3
0497C4         TO IS-RTRN-MSG-TXT                                       000497C4
0497C5     END-IF                                                       000497C5
0497C6                                                                  000497C6
0497C7     IF  SUCCESS                                                  000497C7
0497C8     AND NOT WS-ACT-DELETE                                        000497C8
0497C9     AND WS-VT-HRS-IND NOT = 'Y' AND WS-VT-HRS-IND NOT = 'N'      000497C9
0497D0       SET  FAILURE TO TRUE                                       000497D0
0497D1       MOVE 'VT_HRS_APPL_IND MUST BE Y OR N'                      000497D1
0497D2         TO IS-RTRN-MSG-TXT                                       000497D2
0497D3     END-IF                                                       000497D3
0497D4                                                                  000497D4
0497D5     IF  SUCCESS                                                  000497D5
0497D6     AND NOT WS-ACT-DELETE                                        000497D6
0497D7     AND WS-VT-MATCH-CD NOT = 'R' AND WS-VT-MATCH-CD NOT = 'E'    000497D7
0497D8     AND WS-VT-MATCH-CD NOT = 'N'                                 000497D8
0497D9       SET  FAILURE TO TRUE                                       000497D9
0497E0       MOVE 'VT_DEPT_MATCH_CD MUST BE R, E OR N'                  000497E0
0497E1         TO IS-RTRN-MSG-TXT                                       000497E1
0497E2     END-IF                                                       000497E2
0497E3                                                                  000497E3
0497E4     IF  SUCCESS                                                  000497E4
0497E5     AND NOT WS-ACT-DELETE                                        000497E5
0497E6       EVALUATE TRUE                                              000497E6
0497E7         WHEN WS-VT-MATCH-CD = 'N' AND WS-VT-DEPT-NO NOT = SPACES 000497E7
0497E8           SET  FAILURE TO TRUE                                   000497E8
0497E9           MOVE 'VT_DEPT_NO MUST BE BLANK WHEN THE TIE IS N'      000497E9
0497F0             TO IS-RTRN-MSG-TXT                                   000497F0
0497F1         WHEN WS-VT-MATCH-CD = 'N'                                000497F1
0497F2           CONTINUE                                               000497F2
0497F3         WHEN WS-VT-DEPT-NO = SPACES                              000497F3
0497F4           SET  FAILURE TO TRUE                                   000497F4
0497F5           MOVE 'VT_DEPT_NO IS REQUIRED FOR AN R OR E TIE'        000497F5
0497F6             TO IS-RTRN-MSG-TXT                                   000497F6
0497F7         WHEN OTHER                                               000497F7
0497F8           MOVE 0 TO WS-VT-ROW-CNT                                000497F8
0497F9           EXEC SQL                                               000497F9
0497G0             SELECT COUNT(*)                                      000497G0
0497G1              INTO :WS-VT-ROW-CNT                                 000497G1
0497G2             FROM XXX_DEPT                                        000497G2
0497G3             WHERE STR_DEPT_NBR = :WS-VT-DEPT-NO                  000497G3
0497G4           END-EXEC                                               000497G4
0497G5           IF SQLCODE NOT = 0 OR WS-VT-ROW-CNT = 0                000497G5
0497G6             SET  FAILURE TO TRUE                                 000497G6
0497G7             MOVE 'VT_DEPT_NO IS NOT A DEPARTMENT ON XXX_DEPT'    000497G7
0497G8               TO IS-RTRN-MSG-TXT                                 000497G8
0497G9           END-IF                                                 000497G9
0497H0       END-EVALUATE                                               000497H0
0497H1     END-IF                                                       000497H1
0497H2                                                                  000497H2
0497H3     IF  SUCCESS                                                  000497H3
0497H4     AND NOT WS-ACT-DELETE                                        000497H4
0497H5     AND WS-VT-DESC = SPACES                                      000497H5
0497H6       SET  FAILURE TO TRUE                                       000497H6
0497H7       MOVE 'VT_SVC_DES IS REQUIRED'                              000497H7
0497H8         TO IS-RTRN-MSG-TXT                                       000497H8
0497H9     END-IF                                                       000497H9
0497I0                                                                  000497I0
0497I1     IF SUCCESS AND WS-ACT-DELETE                                 000497I1
0497I2       MOVE WS-IN-KEY (1 : 4) TO MD-VT-SVC-CD OF DDDTVT01         000497I2
0497I3       MOVE 0 TO WS-VT-ROW-CNT                                    000497I3
0497I4       EXEC SQL                                                   000497I4
0497I5         SELECT COUNT(*)                                          000497I5
0497I6          INTO :WS-VT-ROW-CNT                                     000497I6
0497I7         FROM FC_XXXAIL_STORE_SVC                                 000497I7
0497I8         WHERE SS_SVC_CD = :DDDTVT01.MD-VT-SVC-CD                 000497I8
0497I9       END-EXEC                                                   000497I9
0497J0       IF SQLCODE NOT = 0 OR WS-VT-ROW-CNT > 0                    000497J0
0497J1         SET  FAILURE TO TRUE                                     000497J1
0497J2         MOVE 'STORES HAVE THIS SERVICE - SET IT INACTIVE (N)'    000497J2
0497J3           TO IS-RTRN-MSG-TXT                                     000497J3
0497J4       END-IF                                                     000497J4
0497J5     END-IF                                                       000497J5
0497J6                                                                  000497J6
0497J7     IF SUCCESS AND WS-ACT-DELETE                                 000497J7
0497J8       PERFORM 150-CONFIRM-DELETE                                 000497J8
0497J9     END-IF                                                       000497J9
0497K0                                                                  000497K0
0497K1     IF SUCCESS                                                   000497K1
0497K2       MOVE WS-IN-KEY (1 : 4) TO MD-VT-SVC-CD        OF DDDTVT01  000497K2
0497K3       MOVE WS-VT-ACTIVE-SW   TO MD-VT-ACTIVE-IND    OF DDDTVT01  000497K3
0497K4       MOVE WS-VT-HRS-IND     TO MD-VT-HRS-APPL-IND  OF DDDTVT01  000497K4
0497K5       MOVE WS-VT-MATCH-CD    TO MD-VT-DEPT-MATCH-CD OF DDDTVT01  000497K5
0497K6       IF WS-VT-MATCH-CD = 'N'                                    000497K6
0497K7         MOVE SPACE           TO MD-VT-DEPT-MATCH-CD OF DDDTVT01  000497K7
0497K8       END-IF                                                     000497K8
0497K9       MOVE WS-VT-DEPT-NO     TO MD-VT-DEPT-NO       OF DDDTVT01  000497K9
0497L0       MOVE WS-VT-DESC        TO MD-VT-SVC-DES       OF DDDTVT01  000497L0
0497L1       EVALUATE TRUE                                              000497L1
0497L2         WHEN WS-ACT-ADD                                          000497L2
0497L3           EXEC SQL                                               000497L3
0497L4             INSERT INTO FC_XXXAIL_SVC_TYPE                       000497L4
0497L5                ( VT_SVC_CD, VT_SVC_DES, VT_HRS_APPL_IND,         000497L5
0497L6                  VT_DEPT_NO, VT_DEPT_MATCH_CD, VT_ACTIVE_IND )   000497L6
0497L7             VALUES                                               000497L7
0497L8                ( :DDDTVT01.MD-VT-SVC-CD,                         000497L8
0497L9                  :DDDTVT01.MD-VT-SVC-DES,                        000497L9
0497M0                  :DDDTVT01.MD-VT-HRS-APPL-IND,                   000497M0
0497M1                  :DDDTVT01.MD-VT-DEPT-NO,                        000497M1
0497M2                  :DDDTVT01.MD-VT-DEPT-MATCH-CD,                  000497M2
0497M3                  :DDDTVT01.MD-VT-ACTIVE-IND )                    000497M3
0497M4           END-EXEC                                               000497M4
0497M5         WHEN WS-ACT-UPDATE                                       000497M5
0497M6           EXEC SQL                                               000497M6
0497M7             UPDATE FC_XXXAIL_SVC_TYPE                            000497M7
0497M8                SET VT_SVC_DES       =                            000497M8
0497M9                    :DDDTVT01.MD-VT-SVC-DES,                      000497M9
0497N0                    VT_HRS_APPL_IND  =                            000497N0
0497N1                    :DDDTVT01.MD-VT-HRS-APPL-IND,                 000497N1
0497N2                    VT_DEPT_NO       =                            000497N2
0497N3                    :DDDTVT01.MD-VT-DEPT-NO,                      000497N3
0497N4                    VT_DEPT_MATCH_CD =                            000497N4
0497N5                    :DDDTVT01.MD-VT-DEPT-MATCH-CD,                000497N5
0497N6                    VT_ACTIVE_IND    =                            000497N6
0497N7                    :DDDTVT01.MD-VT-ACTIVE-IND                    000497N7
0497N8              WHERE VT_SVC_CD = :DDDTVT01.MD-VT-SVC-CD            000497N8
0497N9           END-EXEC                                               000497N9
0497O0         WHEN WS-ACT-DELETE                                       000497O0
0497O1           EXEC SQL                                               000497O1
0497O2             DELETE FROM FC_XXXAIL_SVC_TYPE                       000497O2
0497O3              WHERE VT_SVC_CD = :DDDTVT01.MD-VT-SVC-CD            000497O3
0497O4           END-EXEC                                               000497O4
0497O5       END-EVALUATE                                               000497O5
0497O6       PERFORM 600-CHECK-SQL-AND-AUDIT                            000497O6
0497O7     END-IF                                                       000497O7
0497O8     .                                                            000497O8
0498A0                                                                  000498A0
0498A1*=================================================================000498A1
0498A2* FC_XXXAIL_GL_XWALK maintenance - key = store number, value =    000498A2
0498A3* XXX_DEPT department, sub-department, GL company and cost        000498A3
0498A4* center, space-separated. The store must be on                   000498A4
0498A5* FC_XXXAIL_STORES and the company must be its FC_RL_COMPANY_NO;  000498A5
0498A6* a new row also needs the store open and the department/sub-     000498A6
0498A7* department on XXX_DEPT. Every change reaches accounting on      000498A7
0498A8* MMMB5001's feed through the change history; MMMB3602 lists      000498A8
0498A9* store-departments with no cost center and rows left behind.     000498A9
0498B0*=================================================================000498B0
0498B1 579-MAINTAIN-GL-XWALK.                                           000498B1
0498B2     MOVE WS-IN-KEY (1 : 9) TO WS-STORE-X                         000498B2
0498B3     IF WS-STORE-X NOT NUMERIC                                    000498B3
0498B4       SET  FAILURE TO TRUE                                       000498B4
0498B5       MOVE 'GX_LOC_NBR MUST BE NUMERIC'                          000498B5
0498B6         TO IS-RTRN-MSG-TXT                                       000498B6
0498B7     END-IF                                                       000498B7
0498B8                                                                  000498B8
0498B9     IF  SUCCESS                                                  000498B9
0498C0     AND WS-GX-DEPT-NBR = SPACES                                  000498C0
0498C1       SET  FAILURE TO TRUE                                       000498C1
0498C2       MOVE 'GX_DEPT_NBR IS REQUIRED'                             000498C2
0498C3         TO IS-RTRN-MSG-TXT                                       000498C3
0498C4     END-IF                                                       000498C4
0498C5                                                                  000498C5
0498C6     IF  SUCCESS                                                  000498C6
0498C7     AND NOT WS-ACT-DELETE                                        000498C7
0498C8     AND WS-GX-CO-X NOT NUMERIC                                   000498C8
0498C9       SET  FAILURE TO TRUE                                       000498C9
0498D0       MOVE 'GX_GL_CO_NO MUST BE A THREE-DIGIT COMPANY'           000498D0
0498D1         TO IS-RTRN-MSG-TXT                                       000498D1
0498D2     END-IF                                                       000498D2
0498D3                                                                  000498D3
0498D4     IF  SUCCESS                                                  000498D4
0498D5     AND NOT WS-ACT-DELETE                                        000498D5
0498D6     AND WS-GX-COST-CTR-CD = SPACES                               000498D6
0498D7       SET  FAILURE TO TRUE                                       000498D7
0498D8       MOVE 'GX_COST_CTR_CD IS REQUIRED'                          000498D8
0498D9         TO IS-RTRN-MSG-TXT                                       000498D9
0498E0     END-IF                                                       000498E0
0498E1                                                                  000498E1
0498E2     IF SUCCESS AND NOT WS-ACT-DELETE                             000498E2
0498E3       MOVE 'N' TO WS-GX-STORE-OPEN-SW                            000498E3
0498E4       EXEC SQL                                                   000498E4
0498E5         SELECT FC_RL_COMPANY_NO,                                 000498E5
0498E6                CASE WHEN FC_RL_STATUS_CD = 'A'                   000498E6
0498E7                      AND ( FC_RL_CLOSING_DT = '0001-01-01'       000498E7
0498E8                         OR FC_RL_CLOSING_DT >= CURRENT DATE )    000498E8
0498E9                     THEN 'Y' ELSE 'N' END                        000498E9
0498F0          INTO :WS-GX-STORE-CO, :WS-GX-STORE-OPEN-SW              000498F0
0498F1         FROM FC_XXXAIL_STORES                                    000498F1
0498F2         WHERE FC_STORE_NO = :WS-STORE-N                          000498F2
0498F3       END-EXEC                                                   000498F3
0498F4       EVALUATE TRUE                                              000498F4
0498F5         WHEN SQLCODE = 100                                       000498F5
0498F6           SET  FAILURE TO TRUE                                   000498F6
0498F7           MOVE 'STORE IS NOT ON FC_XXXAIL_STORES'                000498F7
0498F8             TO IS-RTRN-MSG-TXT                                   000498F8
0498F9         WHEN SQLCODE NOT = 0                                     000498F9
0498G0           MOVE SQLCODE TO WS-SQLCODE                             000498G0
0498G1           SET  FAILURE TO TRUE                                   000498G1
0498G2           MOVE SPACES  TO IS-RTRN-MSG-TXT                        000498G2
0498G3           STRING 'MMMO0200 - SQL ERROR, SQLCODE = ' WS-SQLCODE   000498G3
0498G4             DELIMITED BY SIZE INTO IS-RTRN-MSG-TXT               000498G4
0498G5         WHEN WS-ACT-ADD AND NOT WS-GX-STORE-OPEN                 000498G5
0498G6           SET  FAILURE TO TRUE                                   000498G6
0498G7           MOVE 'STORE IS CLOSED - IT TAKES NO NEW COST CENTER'   000498G7
0498G8             TO IS-RTRN-MSG-TXT                                   000498G8
0498G9         WHEN WS-GX-CO-N NOT = WS-GX-STORE-CO                     000498G9
0498H0           MOVE WS-GX-STORE-CO TO WS-GX-CO-DSP                    000498H0
0498H1           SET  FAILURE TO TRUE                                   000498H1
0498H2           MOVE SPACES  TO IS-RTRN-MSG-TXT                        000498H2
0498H3           STRING 'GX_GL_CO_NO MUST BE THE STORE''S COMPANY, '    000498H3
0498H4                  WS-GX-CO-DSP                                    000498H4
0498H5             DELIMITED BY SIZE INTO IS-RTRN-MSG-TXT               000498H5
0498H6       END-EVALUATE                                               000498H6
0498H7     END-IF                                                       000498H7
0498H8                                                                  000498H8
0498H9     IF SUCCESS AND WS-ACT-ADD                                    000498H9
0498I0       MOVE 0 TO WS-GX-ROW-CNT                                    000498I0
0498I1       EXEC SQL                                                   000498I1
0498I2         SELECT COUNT(*)                                          000498I2
0498I3          INTO :WS-GX-ROW-CNT                                     000498I3
0498I4         FROM XXX_DEPT                                            000498I4
0498I5         WHERE STR_DEPT_NBR    = :WS-GX-DEPT-NBR                  000498I5
0498I6           AND STR_SUB_DEPT_ID = :WS-GX-SUB-DEPT-ID               000498I6
0498I7       END-EXEC                                                   000498I7
0498I8       IF SQLCODE NOT = 0 OR WS-GX-ROW-CNT = 0                    000498I8
0498I9         SET  FAILURE TO TRUE                                     000498I9
0498J0         MOVE 'DEPARTMENT/SUB-DEPARTMENT IS NOT ON XXX_DEPT'      000498J0
0498J1           TO IS-RTRN-MSG-TXT                                     000498J1
0498J2       END-IF                                                     000498J2
0498J3     END-IF                                                       000498J3
0498J4                                                                  000498J4
0498J5     IF SUCCESS AND WS-ACT-DELETE                                 000498J5
0498J6       PERFORM 150-CONFIRM-DELETE                                 000498J6
0498J7     END-IF                                                       000498J7
0498J8                                                                  000498J8
0498J9     IF SUCCESS                                                   000498J9
0498K0       MOVE WS-STORE-N        TO MD-GX-LOC-NBR     OF DDDTGX01    000498K0
0498K1       MOVE 'S '              TO MD-GX-LOC-TYP-CD  OF DDDTGX01    000498K1
0498K2       MOVE WS-GX-DEPT-NBR    TO MD-GX-DEPT-NBR    OF DDDTGX01    000498K2
0498K3       MOVE WS-GX-SUB-DEPT-ID TO MD-GX-SUB-DEPT-ID OF DDDTGX01    000498K3
0498K4       MOVE WS-GX-COST-CTR-CD TO MD-GX-COST-CTR-CD OF DDDTGX01    000498K4
0498K5       MOVE 0                 TO MD-GX-GL-CO-NO    OF DDDTGX01    000498K5
0498K6       IF NOT WS-ACT-DELETE                                       000498K6
0498K7         MOVE WS-GX-CO-N      TO MD-GX-GL-CO-NO    OF DDDTGX01    000498K7
0498K8       END-IF                                                     000498K8
0498K9       EVALUATE TRUE                                              000498K9
0498L0         WHEN WS-ACT-ADD                                          000498L0
0498L1           EXEC SQL                                               000498L1
0498L2             INSERT INTO FC_XXXAIL_GL_XWALK                       000498L2
0498L3                ( GX_LOC_NBR, GX_LOC_TYP_CD, GX_DEPT_NBR,         000498L3
0498L4                  GX_SUB_DEPT_ID, GX_GL_CO_NO, GX_COST_CTR_CD )   000498L4
0498L5             VALUES                                               000498L5
0498L6                ( :DDDTGX01.MD-GX-LOC-NBR,                        000498L6
0498L7                  :DDDTGX01.MD-GX-LOC-TYP-CD,                     000498L7
0498L8                  :DDDTGX01.MD-GX-DEPT-NBR,                       000498L8
0498L9                  :DDDTGX01.MD-GX-SUB-DEPT-ID,                    000498L9
0498M0                  :DDDTGX01.MD-GX-GL-CO-NO,                       000498M0
0498M1                  :DDDTGX01.MD-GX-COST-CTR-CD )                   000498M1
0498M2           END-EXEC                                               000498M2
0498M3         WHEN WS-ACT-UPDATE                                       000498M3
0498M4           EXEC SQL                                               000498M4
0498M5             UPDATE FC_XXXAIL_GL_XWALK                            000498M5
0498M6                SET GX_GL_CO_NO    = :DDDTGX01.MD-GX-GL-CO-NO,    000498M6
0498M7                    GX_COST_CTR_CD = :DDDTGX01.MD-GX-COST-CTR-CD  000498M7
0498M8              WHERE GX_LOC_NBR     = :DDDTGX01.MD-GX-LOC-NBR      000498M8
0498M9                AND GX_LOC_TYP_CD  = :DDDTGX01.MD-GX-LOC-TYP-CD   000498M9
0498N0                AND GX_DEPT_NBR    = :DDDTGX01.MD-GX-DEPT-NBR     000498N0
0498N1                AND GX_SUB_DEPT_ID = :DDDTGX01.MD-GX-SUB-DEPT-ID  000498N1
0498N2           END-EXEC                                               000498N2
0498N3         WHEN WS-ACT-DELETE                                       000498N3
0498N4           EXEC SQL                                               000498N4
0498N5             DELETE FROM FC_XXXAIL_GL_XWALK                       000498N5
0498N6              WHERE GX_LOC_NBR     = :DDDTGX01.MD-GX-LOC-NBR      000498N6
0498N7                AND GX_LOC_TYP_CD  = :DDDTGX01.MD-GX-LOC-TYP-CD   000498N7
0498N8                AND GX_DEPT_NBR    = :DDDTGX01.MD-GX-DEPT-NBR     000498N8
0498N9                AND GX_SUB_DEPT_ID = :DDDTGX01.MD-GX-SUB-DEPT-ID  000498N9
0498O0           END-EXEC                                               000498O0
0498O1       END-EVALUATE                                               000498O1
0498O2       PERFORM 600-CHECK-SQL-AND-AUDIT                            000498O2
0498O3     END-IF                                                       000498O3
0498O4     .                                                            000498O4
0499A0                                                                  000499A0
0499A1*=================================================================000499A1
0499A2* FC_XXXAIL_PILOT_CNFL maintenance - key = pilot id, value = the  000499A2
0499A3* pilot it conflicts with. Both must be on FC_XXXAIL_PILOT and    000499A3
0499A4* they must differ. The pair is read both ways, so B/A is         000499A4
0499A5* refused when A/B is on file and a delete takes the pair         000499A5
0499A6* whichever way round it was keyed. No update - delete the pair   000499A6
0499A7* and add the new one. MMMS0185 will not enroll a store in one    000499A7
0499A8* pilot while it is in a conflicting one on overlapping dates.    000499A8
0499A9*=================================================================000499A9
0499B0 571-MAINTAIN-PILOT-CNFL.                                         000499B0
0499B1     IF WS-IN-KEY (1 : 8) = SPACES                                000499B1
0499B2      OR WS-IN-KEY (9 : 2) NOT = SPACES                           000499B2
0499B3       SET  FAILURE TO TRUE                                       000499B3
0499B4       MOVE 'PX_PILOT_ID MUST BE 1 TO 8 CHARACTERS'               000499B4
0499B5         TO IS-RTRN-MSG-TXT                                       000499B5
0499B6     END-IF                                                       000499B6
0499B7                                                                  000499B7
0499B8     IF SUCCESS AND WS-ACT-UPDATE                                 000499B8
0499B9       SET  FAILURE TO TRUE                                       000499B9
0499C0       MOVE 'NO UPDATE HERE - DELETE THE PAIR AND ADD THE NEW ONE'000499C0
0499C1         TO IS-RTRN-MSG-TXT                                       000499C1
0499C2     END-IF                                                       000499C2
0499C3                                                                  000499C3
0499C4     IF  SUCCESS                                                  000499C4
0499C5     AND WS-IN-VALUE (1 : 8) = SPACES                             000499C5
0499C6       SET  FAILURE TO TRUE                                       000499C6
0499C7       MOVE 'PX_CNFL_PILOT_ID IS REQUIRED'                        000499C7
0499C8         TO IS-RTRN-MSG-TXT                                       000499C8
0499C9     END-IF                                                       000499C9
0499D0                                                                  000499D0
0499D1     IF  SUCCESS                                                  000499D1
0499D2     AND WS-IN-VALUE (1 : 8) = WS-IN-KEY (1 : 8)                  000499D2
0499D3       SET  FAILURE TO TRUE                                       000499D3
0499D4       MOVE 'A PILOT CANNOT CONFLICT WITH ITSELF'                 000499D4
0499D5         TO IS-RTRN-MSG-TXT                                       000499D5
0499D6     END-IF                                                       000499D6
0499D7                                                                  000499D7
0499D8     IF SUCCESS                                                   000499D8
0499D9       MOVE WS-IN-KEY (1 : 8)   TO MD-PX-PILOT-ID      OF DDDTPX01000499D9
0499E0       MOVE WS-IN-VALUE (1 : 8) TO MD-PX-CNFL-PILOT-ID OF DDDTPX01000499E0
0499E1     END-IF                                                       000499E1
0499E2                                                                  000499E2
0499E3     IF SUCCESS AND WS-ACT-ADD                                    000499E3
0499E4       MOVE 0 TO WS-PL-ROW-CNT                                    000499E4
0499E5       EXEC SQL                                                   000499E5
0499E6         SELECT COUNT(*)                                          000499E6
0499E7          INTO :WS-PL-ROW-CNT                                     000499E7
0499E8         FROM FC_XXXAIL_PILOT                                     000499E8
0499E9         WHERE PL_PILOT_ID = :DDDTPX01.MD-PX-PILOT-ID             000499E9
0499F0            OR PL_PILOT_ID = :DDDTPX01.MD-PX-CNFL-PILOT-ID        000499F0
0499F1       END-EXEC                                                   000499F1
0499F2       IF SQLCODE NOT = 0 OR WS-PL-ROW-CNT < 2                    000499F2
0499F3         SET  FAILURE TO TRUE                                     000499F3
0499F4         MOVE 'BOTH PILOTS MUST BE ON FC_XXXAIL_PILOT (TABLE PL)' 000499F4
0499F5           TO IS-RTRN-MSG-TXT                                     000499F5
0499F6       END-IF                                                     000499F6
0499F7     END-IF                                                       000499F7
0499F8                                                                  000499F8
0499F9     IF SUCCESS AND WS-ACT-ADD                                    000499F9
0499G0       MOVE 0 TO WS-PL-ROW-CNT                                    000499G0
0499G1       EXEC SQL                                                   000499G1
0499G2         SELECT COUNT(*)                                          000499G2
0499G3          INTO :WS-PL-ROW-CNT                                     000499G3
0499G4         FROM FC_XXXAIL_PILOT_CNFL                                000499G4
0499G5         WHERE PX_PILOT_ID      = :DDDTPX01.MD-PX-CNFL-PILOT-ID   000499G5
0499G6           AND PX_CNFL_PILOT_ID = :DDDTPX01.MD-PX-PILOT-ID        000499G6
0499G7       END-EXEC                                                   000499G7
0499G8       IF SQLCODE NOT = 0 OR WS-PL-ROW-CNT > 0                    000499G8
0499G9         SET  FAILURE TO TRUE                                     000499G9
0499H0         MOVE 'THE PAIR IS ALREADY ON FILE THE OTHER WAY ROUND'   000499H0
0499H1           TO IS-RTRN-MSG-TXT                                     000499H1
0499H2       END-IF                                                     000499H2
0499H3     END-IF                                                       000499H3
0499H4                                                                  000499H4
0499H5     IF SUCCESS AND WS-ACT-DELETE                                 000499H5
0499H6       PERFORM 150-CONFIRM-DELETE                                 000499H6
0499H7     END-IF                                                       000499H7
0499H8                                                                  000499H8
0499H9     IF SUCCESS                                                   000499H9
0499I0       EVALUATE TRUE                                              000499I0
0499I1         WHEN WS-ACT-ADD                                          000499I1
0499I2           EXEC SQL                                               000499I2
0499I3             INSERT INTO FC_XXXAIL_PILOT_CNFL                     000499I3
0499I4                ( PX_PILOT_ID, PX_CNFL_PILOT_ID )                 000499I4
0499I5             VALUES                                               000499I5
0499I6                ( :DDDTPX01.MD-PX-PILOT-ID,                       000499I6
0499I7                  :DDDTPX01.MD-PX-CNFL-PILOT-ID )                 000499I7
0499I8           END-EXEC                                               000499I8
0499I9         WHEN WS-ACT-DELETE                                       000499I9
0499J0           EXEC SQL                                               000499J0
0499J1             DELETE FROM FC_XXXAIL_PILOT_CNFL                     000499J1
0499J2              WHERE ( PX_PILOT_ID =                               000499J2
0499J3                          :DDDTPX01.MD-PX-PILOT-ID                000499J3
0499J4                  AND PX_CNFL_PILOT_ID =                          000499J4
0499J5                          :DDDTPX01.MD-PX-CNFL-PILOT-ID )         000499J5
0499J6                 OR ( PX_PILOT_ID =                               000499J6
0499J7                          :DDDTPX01.MD-PX-CNFL-PILOT-ID           000499J7
0499J8                  AND PX_CNFL_PILOT_ID =                          000499J8
0499J9                          :DDDTPX01.MD-PX-PILOT-ID )              000499J9
0499K0           END-EXEC                                               000499K0
0499K1       END-EVALUATE                                               000499K1
0499K2       PERFORM 600-CHECK-SQL-AND-AUDIT                            000499K2
0499K3     END-IF                                                       000499K3
0499K4     .                                                            000499K4
0500A0                                                                  000500A0
0500A1*=================================================================000500A1
0500A2* FC_XXXAIL_PILOT maintenance - key = pilot id, value = active    000500A2
0500A3* flag, start and end dates, owner and description, space-        000500A3
0500A4* separated and running on past the usual 40-byte value area.     000500A4
0500A5* MMMS0185 enrolls stores only in an active pilot that has not    000500A5
0500A6* ended; MMMB3802 reports the active pilots each week. A pilot    000500A6
0500A7* with stores enrolled or conflict pairs on PX is set inactive,   000500A7
0500A8* not deleted.                                                    000500A8
0500A9*=================================================================000500A9
0500B0 581-MAINTAIN-PILOT.                                              000500B0
0500B1     IF WS-IN-KEY (1 : 8) = SPACES                                000500B1
0500B2      OR WS-IN-KEY (9 : 2) NOT = SPACES                           000500B2
0500B3       SET  FAILURE TO TRUE                                       000500B3
0500B4       MOVE 'PL_PILOT_ID MUST BE 1 TO 8 CHARACTERS'               000500B4
0500B5         TO IS-RTRN-MSG-TXT                                       000500B5
0500B6     END-IF                                                       000500B6
0500B7                                                                  000500B7
0500B8     IF  SUCCESS                                                  000500B8
0500B9     AND NOT WS-ACT-DELETE                                        000500B9
0500C0     AND WS-PL-ACTIVE-SW NOT = 'Y' AND WS-PL-ACTIVE-SW NOT = 'N'  000500C0
0500C1       SET  FAILURE TO TRUE                                       000500C1
0500C2       MOVE 'PL_ACTIVE_IND MUST BE Y OR N'                        000500C2
0500C3         TO IS-RTRN-MSG-TXT                                       000500C3
0500C4     END-IF                                                       000500C4
0500C5                                                                  000500C5
0500C6     IF SUCCESS AND NOT WS-ACT-DELETE                             000500C6
0500C7       MOVE WS-PL-STRT-DT TO WS-PL-DATE-WORK                      000500C7
0500C8       PERFORM 574-EDIT-PL-DATE                                   000500C8
0500C9     END-IF                                                       000500C9
0500D0                                                                  000500D0
0500D1     IF SUCCESS AND NOT WS-ACT-DELETE                             000500D1
0500D2       MOVE WS-PL-END-DT  TO WS-PL-DATE-WORK                      000500D2
0500D3       PERFORM 574-EDIT-PL-DATE                                   000500D3
0500D4     END-IF                                                       000500D4
0500D5                                                                  000500D5
0500D6     IF  SUCCESS                                                  000500D6
0500D7     AND NOT WS-ACT-DELETE                                        000500D7
0500D8     AND WS-PL-END-DT < WS-PL-STRT-DT                             000500D8
0500D9       SET  FAILURE TO TRUE                                       000500D9
0500E0       MOVE 'PL_END_DT MAY NOT BE BEFORE PL_STRT_DT'              000500E0
0500E1         TO IS-RTRN-MSG-TXT                                       000500E1
0500E2     END-IF                                                       000500E2
0500E3                                                                  000500E3
0500E4     IF  SUCCESS                                                  000500E4
0500E5     AND NOT WS-ACT-DELETE                                        000500E5
0500E6     AND WS-PL-OWNER-ID = SPACES                                  000500E6
0500E7       SET  FAILURE TO TRUE                                       000500E7
0500E8       MOVE 'PL_OWNER_ID IS REQUIRED'                             000500E8
0500E9         TO IS-RTRN-MSG-TXT                                       000500E9
0500F0     END-IF                                                       000500F0
0500F1                                                                  000500F1
0500F2     IF  SUCCESS                                                  000500F2
0500F3     AND NOT WS-ACT-DELETE                                        000500F3
0500F4     AND WS-PL-DESC = SPACES                                      000500F4
0500F5       SET  FAILURE TO TRUE                                       000500F5
0500F6       MOVE 'PL_PILOT_DES IS REQUIRED'                            000500F6
0500F7         TO IS-RTRN-MSG-TXT                                       000500F7
0500F8     END-IF                                                       000500F8
0500F9                                                                  000500F9
0500G0     IF SUCCESS                                                   000500G0
0500G1       MOVE WS-IN-KEY (1 : 8) TO MD-PL-PILOT-ID     OF DDDTPL01   000500G1
0500G2       MOVE WS-PL-ACTIVE-SW   TO MD-PL-ACTIVE-IND   OF DDDTPL01   000500G2
0500G3       MOVE WS-PL-STRT-DT     TO MD-PL-STRT-DT      OF DDDTPL01   000500G3
0500G4       MOVE WS-PL-END-DT      TO MD-PL-END-DT       OF DDDTPL01   000500G4
0500G5       MOVE WS-PL-OWNER-ID    TO MD-PL-OWNER-ID     OF DDDTPL01   000500G5
0500G6       MOVE WS-PL-DESC        TO MD-PL-PILOT-DES    OF DDDTPL01   000500G6
0500G7     END-IF                                                       000500G7
0500G8                                                                  000500G8
0500G9     IF SUCCESS AND WS-ACT-DELETE                                 000500G9
0500H0       MOVE 0 TO WS-PL-ROW-CNT                                    000500H0
0500H1       EXEC SQL                                                   000500H1
0500H2         SELECT COUNT(*)                                          000500H2
0500H3          INTO :WS-PL-ROW-CNT                                     000500H3
0500H4         FROM FC_XXXAIL_PILOT_STORE                               000500H4
0500H5         WHERE PS_PILOT_ID = :DDDTPL01.MD-PL-PILOT-ID             000500H5
0500H6       END-EXEC                                                   000500H6
0500H7       IF SQLCODE NOT = 0 OR WS-PL-ROW-CNT > 0                    000500H7
0500H8         SET  FAILURE TO TRUE                                     000500H8
0500H9         MOVE 'STORES ARE ENROLLED - SET THE PILOT INACTIVE'      000500H9
0500I0           TO IS-RTRN-MSG-TXT                                     000500I0
0500I1       END-IF                                                     000500I1
0500I2     END-IF                                                       000500I2
0500I3                                                                  000500I3
0500I4     IF SUCCESS AND WS-ACT-DELETE                                 000500I4
0500I5       MOVE 0 TO WS-PL-ROW-CNT                                    000500I5
0500I6       EXEC SQL                                                   000500I6
0500I7         SELECT COUNT(*)                                          000500I7
0500I8          INTO :WS-PL-ROW-CNT                                     000500I8
0500I9         FROM FC_XXXAIL_PILOT_CNFL                                000500I9
0500J0         WHERE PX_PILOT_ID      = :DDDTPL01.MD-PL-PILOT-ID        000500J0
0500J1            OR PX_CNFL_PILOT_ID = :DDDTPL01.MD-PL-PILOT-ID        000500J1
0500J2       END-EXEC                                                   000500J2
0500J3       IF SQLCODE NOT = 0 OR WS-PL-ROW-CNT > 0                    000500J3
0500J4         SET  FAILURE TO TRUE                                     000500J4
0500J5         MOVE 'PILOT HAS PX CONFLICT PAIRS - DELETE THEM FIRST'   000500J5
0500J6           TO IS-RTRN-MSG-TXT                                     000500J6
0500J7       END-IF                                                     000500J7
0500J8     END-IF                                                       000500J8
0500J9                                                                  000500J9
0500K0     IF SUCCESS AND WS-ACT-DELETE                                 000500K0
0500K1       PERFORM 150-CONFIRM-DELETE                                 000500K1
0500K2     END-IF                                                       000500K2
0500K3                                                                  000500K3
0500K4     IF SUCCESS                                                   000500K4
0500K5       EVALUATE TRUE                                              000500K5
0500K6         WHEN WS-ACT-ADD                                          000500K6
0500K7           EXEC SQL                                               000500K7
0500K8             INSERT INTO FC_XXXAIL_PILOT                          000500K8
0500K9                ( PL_PILOT_ID, PL_PILOT_DES, PL_OWNER_ID,         000500K9
0500L0                  PL_STRT_DT, PL_END_DT, PL_ACTIVE_IND )          000500L0
0500L1             VALUES                                               000500L1
0500L2                ( :DDDTPL01.MD-PL-PILOT-ID,                       000500L2
0500L3                  :DDDTPL01.MD-PL-PILOT-DES,                      000500L3
0500L4                  :DDDTPL01.MD-PL-OWNER-ID,                       000500L4
0500L5                  :DDDTPL01.MD-PL-STRT-DT,                        000500L5
0500L6                  :DDDTPL01.MD-PL-END-DT,                         000500L6
0500L7                  :DDDTPL01.MD-PL-ACTIVE-IND )                    000500L7
0500L8           END-EXEC                                               000500L8
0500L9         WHEN WS-ACT-UPDATE                                       000500L9
0500M0           EXEC SQL                                               000500M0
0500M1             UPDATE FC_XXXAIL_PILOT                               000500M1
0500M2                SET PL_PILOT_DES  = :DDDTPL01.MD-PL-PILOT-DES,    000500M2
0500M3                    PL_OWNER_ID   = :DDDTPL01.MD-PL-OWNER-ID,     000500M3
0500M4                    PL_STRT_DT    = :DDDTPL01.MD-PL-STRT-DT,      000500M4
0500M5                    PL_END_DT     = :DDDTPL01.MD-PL-END-DT,       000500M5
0500M6                    PL_ACTIVE_IND = :DDDTPL01.MD-PL-ACTIVE-IND    000500M6
0500M7              WHERE PL_PILOT_ID = :DDDTPL01.MD-PL-PILOT-ID        000500M7
0500M8           END-EXEC                                               000500M8
0500M9         WHEN WS-ACT-DELETE                                       000500M9
0500N0           EXEC SQL                                               000500N0
0500N1             DELETE FROM FC_XXXAIL_PILOT                          000500N1
0500N2              WHERE PL_PILOT_ID = :DDDTPL01.MD-PL-PILOT-ID        000500N2
0500N3           END-EXEC                                               000500N3
0500N4       END-EVALUATE                                               000500N4
0500N5       PERFORM 600-CHECK-SQL-AND-AUDIT                            000500N5
0500N6     END-IF                                                       000500N6
0500N7     .                                                            000500N7
0500N8                                                                  000500N8
0500N9 574-EDIT-PL-DATE.                                                000500N9
0500O0     IF WS-PL-DATE-WORK (5 : 1) NOT = '-'                         000500O0
0500O1     OR WS-PL-DATE-WORK (8 : 1) NOT = '-'                         000500O1
0500O2     OR WS-PL-DATE-WORK (1 : 4) NOT NUMERIC                       000500O2
0500O3     OR WS-PL-DATE-WORK (6 : 2) NOT NUMERIC                       000500O3
0500O4     OR WS-PL-DATE-WORK (9 : 2) NOT NUMERIC                       000500O4
0500O5       SET  FAILURE TO TRUE                                       000500O5
0500O6       MOVE 'PL_STRT_DT/PL_END_DT MUST BE DATES (YYYY-MM-DD)'     000500O6
0500O7         TO IS-RTRN-MSG-TXT                                       000500O7
0500O8     END-IF                                                       000500O8
0500O9     .                                                            000500O9
0501A0                                                                  000501A0
0501A1*=================================================================000501A1
0501A2* FC_XXXAIL_RCV_WNDW maintenance - key = store number, value =    000501A2
0501A3* day of week (1 = Monday ... 7 = Sunday), window start and end   000501A3
0501A4* (hh.mm.ss), door and the most DSD vendors at once, space-       000501A4
0501A5* separated. The door is F (front receiving door) or the store's  000501A5
0501A6* unload facility code, FC_RL_UNLOAD_SW - a store with no unload  000501A6
0501A7* facility has no dock to send vendors to. A window may not       000501A7
0501A8* overlap another of the store's windows that day. A U or D       000501A8
0501A9* names the row by its day and start. MMMB4102 sends the windows  000501A9
0501B0* to the DSD vendors each week and lists the ones that clash with 000501B0
0501B1* warehouse arrivals or store hours.                              000501B1
0501B2*=================================================================000501B2
0501B3 572-MAINTAIN-RCV-WNDW.                                           000501B3
0501B4     MOVE WS-IN-KEY (1 : 9) TO WS-STORE-X                         000501B4
0501B5     IF WS-STORE-X NOT NUMERIC                                    000501B5
0501B6       SET  FAILURE TO TRUE                                       000501B6
0501B7       MOVE 'RW_LOC_NBR MUST BE NUMERIC'                          000501B7
0501B8         TO IS-RTRN-MSG-TXT                                       000501B8
0501B9     END-IF                                                       000501B9
0501C0                                                                  000501C0
0501C1     IF  SUCCESS                                                  000501C1
0501C2     AND ( WS-RW-DAY-X NOT NUMERIC                                000501C2
0501C3        OR WS-RW-DAY-N < 1 OR WS-RW-DAY-N > 7 )                   000501C3
0501C4       SET  FAILURE TO TRUE                                       000501C4
0501C5       MOVE 'RW_DAY_OF_WK_NBR MUST BE 1 (MONDAY) TO 7 (SUNDAY)'   000501C5
0501C6         TO IS-RTRN-MSG-TXT                                       000501C6
0501C7     END-IF                                                       000501C7
0501C8                                                                  000501C8
0501C9     IF SUCCESS                                                   000501C9
0501D0       MOVE WS-RW-STRT-TM TO WS-RW-EDIT-TM                        000501D0
0501D1       PERFORM 573-EDIT-RW-TIME                                   000501D1
0501D2     END-IF                                                       000501D2
0501D3                                                                  000501D3
0501D4     IF SUCCESS AND NOT WS-ACT-DELETE                             000501D4
0501D5       MOVE WS-RW-END-TM  TO WS-RW-EDIT-TM                        000501D5
0501D6       PERFORM 573-EDIT-RW-TIME                                   000501D6
0501D7     END-IF                                                       000501D7
0501D8                                                                  000501D8
0501D9     IF  SUCCESS                                                  000501D9
0501E0     AND NOT WS-ACT-DELETE                                        000501E0
0501E1     AND WS-RW-END-TM NOT > WS-RW-STRT-TM                         000501E1
0501E2       SET  FAILURE TO TRUE                                       000501E2
0501E3       MOVE 'RW_END_TM MUST BE AFTER RW_STRT_TM'                  000501E3
0501E4         TO IS-RTRN-MSG-TXT                                       000501E4
0501E5     END-IF                                                       000501E5
0501E6                                                                  000501E6
0501E7     IF  SUCCESS                                                  000501E7
0501E8     AND NOT WS-ACT-DELETE                                        000501E8
0501E9     AND ( WS-RW-MAX-X NOT NUMERIC OR WS-RW-MAX-N = 0 )           000501E9
0501F0       SET  FAILURE TO TRUE                                       000501F0
0501F1       MOVE 'RW_MAX_VNDR_QTY MUST BE 001 TO 999'                  000501F1
0501F2         TO IS-RTRN-MSG-TXT                                       000501F2
0501F3     END-IF                                                       000501F3
0501F4                                                                  000501F4
0501F5     IF SUCCESS AND NOT WS-ACT-DELETE                             000501F5
0501F6       MOVE 'N'    TO WS-RW-STORE-OPEN-SW                         000501F6
0501F7       MOVE SPACES TO WS-RW-UNLOAD-SW                             000501F7
0501F8       EXEC SQL                                                   000501F8
0501F9         SELECT FC_RL_UNLOAD_SW,                                  000501F9
0501G0                CASE WHEN FC_RL_STATUS_CD = 'A'                   000501G0
0501G1                      AND ( FC_RL_CLOSING_DT = '0001-01-01'       000501G1
0501G2                         OR FC_RL_CLOSING_DT >= CURRENT DATE )    000501G2
0501G3                     THEN 'Y' ELSE 'N' END                        000501G3
0501G4          INTO :WS-RW-UNLOAD-SW, :WS-RW-STORE-OPEN-SW             000501G4
0501G5         FROM FC_XXXAIL_STORES                                    000501G5
0501G6         WHERE FC_STORE_NO = :WS-STORE-N                          000501G6
0501G7       END-EXEC                                                   000501G7
0501G8       EVALUATE TRUE                                              000501G8
0501G9         WHEN SQLCODE = 100                                       000501G9
0501H0           SET  FAILURE TO TRUE                                   000501H0
0501H1           MOVE 'STORE IS NOT ON FC_XXXAIL_STORES'                000501H1
0501H2             TO IS-RTRN-MSG-TXT                                   000501H2
0501H3         WHEN SQLCODE NOT = 0                                     000501H3
0501H4           MOVE SQLCODE TO WS-SQLCODE                             000501H4
0501H5           SET  FAILURE TO TRUE                                   000501H5
0501H6           MOVE SPACES  TO IS-RTRN-MSG-TXT                        000501H6
0501H7           STRING 'MMMO0200 - SQL ERROR, SQLCODE = ' WS-SQLCODE   000501H7
0501H8             DELIMITED BY SIZE INTO IS-RTRN-MSG-TXT               000501H8
0501H9         WHEN WS-ACT-ADD AND NOT WS-RW-STORE-OPEN                 000501H9
0501I0           SET  FAILURE TO TRUE                                   000501I0
0501I1           MOVE 'STORE IS CLOSED - IT TAKES NO NEW WINDOW'        000501I1
0501I2             TO IS-RTRN-MSG-TXT                                   000501I2
0501I3         WHEN WS-RW-DOOR-CD = 'F'                                 000501I3
0501I4           CONTINUE                                               000501I4
0501I5         WHEN WS-RW-UNLOAD-SW = SPACES                            000501I5
0501I6           SET  FAILURE TO TRUE                                   000501I6
0501I7           MOVE 'STORE HAS NO UNLOAD FACILITY - DOOR MUST BE F'   000501I7
0501I8             TO IS-RTRN-MSG-TXT                                   000501I8
0501I9         WHEN WS-RW-DOOR-CD NOT = WS-RW-UNLOAD-SW                 000501I9
0501J0           SET  FAILURE TO TRUE                                   000501J0
0501J1           MOVE SPACES  TO IS-RTRN-MSG-TXT                        000501J1
0501J2           STRING 'RW_DOOR_CD MUST BE F OR THE STORE''S UNLOAD '  000501J2
0501J3                  'CODE, ' WS-RW-UNLOAD-SW                        000501J3
0501J4             DELIMITED BY SIZE INTO IS-RTRN-MSG-TXT               000501J4
0501J5       END-EVALUATE                                               000501J5
0501J6     END-IF                                                       000501J6
0501J7                                                                  000501J7
0501J8     IF SUCCESS AND NOT WS-ACT-DELETE                             000501J8
0501J9       MOVE 0 TO WS-RW-ROW-CNT                                    000501J9
0501K0       MOVE WS-RW-DAY-N TO WS-RW-DAY-NBR                          000501K0
0501K1       EXEC SQL                                                   000501K1
0501K2         SELECT COUNT(*)                                          000501K2
0501K3          INTO :WS-RW-ROW-CNT                                     000501K3
0501K4         FROM FC_XXXAIL_RCV_WNDW                                  000501K4
0501K5         WHERE RW_LOC_NBR       = :WS-STORE-N                     000501K5
0501K6           AND RW_LOC_TYP_CD    = 'S '                            000501K6
0501K7           AND RW_DAY_OF_WK_NBR = :WS-RW-DAY-NBR                  000501K7
0501K8           AND RW_STRT_TM      <> :WS-RW-STRT-TM                  000501K8
0501K9           AND RW_STRT_TM       < :WS-RW-END-TM                   000501K9
0501L0           AND RW_END_TM        > :WS-RW-STRT-TM                  000501L0
0501L1       END-EXEC                                                   000501L1
0501L2       IF SQLCODE NOT = 0 OR WS-RW-ROW-CNT > 0                    000501L2
0501L3         SET  FAILURE TO TRUE                                     000501L3
0501L4         MOVE 'WINDOW OVERLAPS ANOTHER OF THE STORE''S WINDOWS'   000501L4
0501L5           TO IS-RTRN-MSG-TXT                                     000501L5
0501L6       END-IF                                                     000501L6
0501L7     END-IF                                                       000501L7
0501L8                                                                  000501L8
0501L9     IF SUCCESS AND WS-ACT-DELETE                                 000501L9
0501M0       PERFORM 150-CONFIRM-DELETE                                 000501M0
0501M1     END-IF                                                       000501M1
0501M2                                                                  000501M2
0501M3     IF SUCCESS                                                   000501M3
0501M4       MOVE WS-STORE-N      TO MD-RW-LOC-NBR       OF DDDTRW01    000501M4
0501M5       MOVE 'S '            TO MD-RW-LOC-TYP-CD    OF DDDTRW01    000501M5
0501M6       MOVE WS-RW-DAY-N     TO MD-RW-DAY-OF-WK-NBR OF DDDTRW01    000501M6
0501M7       MOVE WS-RW-STRT-TM   TO MD-RW-STRT-TM       OF DDDTRW01    000501M7
0501M8       MOVE WS-RW-END-TM    TO MD-RW-END-TM        OF DDDTRW01    000501M8
0501M9       MOVE WS-RW-DOOR-CD   TO MD-RW-DOOR-CD       OF DDDTRW01    000501M9
0501N0       MOVE 0               TO MD-RW-MAX-VNDR-QTY  OF DDDTRW01    000501N0
0501N1       IF NOT WS-ACT-DELETE                                       000501N1
0501N2         MOVE WS-RW-MAX-N   TO MD-RW-MAX-VNDR-QTY  OF DDDTRW01    000501N2
0501N3       END-IF                                                     000501N3
0501N4       EVALUATE TRUE                                              000501N4
0501N5         WHEN WS-ACT-ADD                                          000501N5
0501N6           EXEC SQL                                               000501N6
0501N7             INSERT INTO FC_XXXAIL_RCV_WNDW                       000501N7
0501N8                ( RW_LOC_NBR, RW_LOC_TYP_CD, RW_DAY_OF_WK_NBR,    000501N8
0501N9                  RW_STRT_TM, RW_END_TM, RW_DOOR_CD,              000501N9
0501O0                  RW_MAX_VNDR_QTY )                               000501O0
0501O1             VALUES                                               000501O1
0501O2                ( :DDDTRW01.MD-RW-LOC-NBR,                        000501O2
0501O3                  :DDDTRW01.MD-RW-LOC-TYP-CD,                     000501O3
0501O4                  :DDDTRW01.MD-RW-DAY-OF-WK-NBR,                  000501O4
0501O5                  :DDDTRW01.MD-RW-STRT-TM,                        000501O5
0501O6                  :DDDTRW01.MD-RW-END-TM,                         000501O6
0501O7                  :DDDTRW01.MD-RW-DOOR-CD,                        000501O7
0501O8                  :DDDTRW01.MD-RW-MAX-VNDR-QTY )                  000501O8
0501O9           END-EXEC                                               000501O9
0501P0         WHEN WS-ACT-UPDATE                                       000501P0
0501P1           EXEC SQL                                               000501P1
0501P2             UPDATE FC_XXXAIL_RCV_WNDW                            000501P2
0501P3                SET RW_END_TM       = :DDDTRW01.MD-RW-END-TM,     000501P3
0501P4                    RW_DOOR_CD      = :DDDTRW01.MD-RW-DOOR-CD,    000501P4
0501P5                    RW_MAX_VNDR_QTY = :DDDTRW01.MD-RW-MAX-VNDR-QTY000501P5
0501P6              WHERE RW_LOC_NBR       = :DDDTRW01.MD-RW-LOC-NBR    000501P6
0501P7                AND RW_LOC_TYP_CD    = :DDDTRW01.MD-RW-LOC-TYP-CD 000501P7
0501P8                AND RW_DAY_OF_WK_NBR =                            000501P8
0501P9                    :DDDTRW01.MD-RW-DAY-OF-WK-NBR                 000501P9
0501Q0                AND RW_STRT_TM       = :DDDTRW01.MD-RW-STRT-TM    000501Q0
0501Q1           END-EXEC                                               000501Q1
0501Q2         WHEN WS-ACT-DELETE                                       000501Q2
0501Q3           EXEC SQL                                               000501Q3
0501Q4             DELETE FROM FC_XXXAIL_RCV_WNDW                       000501Q4
0501Q5              WHERE RW_LOC_NBR       = :DDDTRW01.MD-RW-LOC-NBR    000501Q5
0501Q6                AND RW_LOC_TYP_CD    = :DDDTRW01.MD-RW-LOC-TYP-CD 000501Q6
0501Q7                AND RW_DAY_OF_WK_NBR =                            000501Q7
0501Q8                    :DDDTRW01.MD-RW-DAY-OF-WK-NBR                 000501Q8
0501Q9                AND RW_STRT_TM       = :DDDTRW01.MD-RW-STRT-TM    000501Q9
0501R0           END-EXEC                                               000501R0
0501R1       END-EVALUATE                                               000501R1
0501R2       PERFORM 600-CHECK-SQL-AND-AUDIT                            000501R2
0501R3     END-IF                                                       000501R3
0501R4     .                                                            000501R4
0501R5                                                                  000501R5
0501R6 573-EDIT-RW-TIME.                                                000501R6
0501R7     IF  WS-RW-EDIT-HH NUMERIC                                    000501R7
0501R8     AND WS-RW-EDIT-MI NUMERIC                                    000501R8
0501R9     AND WS-RW-EDIT-SS NUMERIC                                    000501R9
0501S0     AND WS-RW-EDIT-DOT-1 = '.'                                   000501S0
0501S1     AND WS-RW-EDIT-DOT-2 = '.'                                   000501S1
0501S2     AND WS-RW-EDIT-HH <= 23                                      000501S2
0501S3     AND WS-RW-EDIT-MI <= 59                                      000501S3
0501S4     AND WS-RW-EDIT-SS <= 59                                      000501S4
0501S5       CONTINUE                                                   000501S5
0501S6     ELSE                                                         000501S6
0501S7       SET  FAILURE TO TRUE                                       000501S7
0501S8       MOVE 'RW_STRT_TM/RW_END_TM MUST BE TIMES (HH.MM.SS)'       000501S8
0501S9         TO IS-RTRN-MSG-TXT                                       000501S9
0501T0     END-IF                                                       000501T0
0501T1     .                                                            000501T1
0502A0                                                                  000502A0
0502A1*=================================================================000502A1
0502A2* FC_XXXAIL_LANG_JUR maintenance - key = state or province and    000502A2
0502A3* language, value = active flag and language name. The language   000502A3
0502A4* must be one YYYS0135 carries address rules for, since every     000502A4
0502A5* alternate-language address keyed in it is standardized there.   000502A5
0502A6*=================================================================000502A6
0502A7 574-MAINTAIN-LANG-JUR.                                           000502A7
0502A8     IF WS-LJ-STATE-CD = SPACES                                   000502A8
0502A9     OR WS-LJ-STATE-CD NOT ALPHABETIC                             000502A9
0502B0       SET  FAILURE TO TRUE                                       000502B0
0502B1       MOVE 'LJ_STATE_CD MUST BE A STATE OR PROVINCE CODE'        000502B1
0502B2         TO IS-RTRN-MSG-TXT                                       000502B2
0502B3     END-IF                                                       000502B3
0502B4                                                                  000502B4
0502B5     IF  SUCCESS                                                  000502B5
0502B6     AND ( WS-LJ-LANG-CD = SPACES OR WS-LJ-LANG-CD = 'EN' )       000502B6
0502B7       SET  FAILURE TO TRUE                                       000502B7
0502B8       MOVE 'LJ_LANG_CD MUST BE THE SECOND LANGUAGE (FR, ES)'     000502B8
0502B9         TO IS-RTRN-MSG-TXT                                       000502B9
0502C0     END-IF                                                       000502C0
0502C1                                                                  000502C1
0502C2     IF  SUCCESS                                                  000502C2
0502C3     AND NOT WS-ACT-DELETE                                        000502C3
0502C4     AND WS-LJ-ACTIVE-IND NOT = 'Y' AND WS-LJ-ACTIVE-IND NOT = 'N'000502C4
0502C5       SET  FAILURE TO TRUE                                       000502C5
0502C6       MOVE 'LJ_ACTIVE_IND MUST BE Y OR N'                        000502C6
0502C7         TO IS-RTRN-MSG-TXT                                       000502C7
0502C8     END-IF                                                       000502C8
0502C9                                                                  000502C9
0502D0     IF  SUCCESS                                                  000502D0
0502D1     AND NOT WS-ACT-DELETE                                        000502D1
0502D2     AND WS-LJ-LANG-NM = SPACES                                   000502D2
0502D3       SET  FAILURE TO TRUE                                       000502D3
0502D4       MOVE 'LJ_LANG_NM IS REQUIRED'                              000502D4
0502D5         TO IS-RTRN-MSG-TXT                                       000502D5
0502D6     END-IF                                                       000502D6
0502D7                                                                  000502D7
0502D8*   The standardizer refuses a language it has no rules for.      000502D8
0502D9     IF  SUCCESS                                                  000502D9
0502E0     AND NOT WS-ACT-DELETE                                        000502E0
0502E1       MOVE WS-LJ-LANG-NM TO WS-LJ-STD-STR                        000502E1
0502E2       MOVE 80            TO WS-LJ-STD-LEN                        000502E2
0502E3       CALL WS-YYYS0135-PGM USING                                 000502E3
0502E4           XXXN001A                                               000502E4
0502E5           WS-LJ-STD-STR                                          000502E5
0502E6           WS-LJ-STD-LEN                                          000502E6
0502E7           WS-LJ-LANG-CD                                          000502E7
0502E8       IF NOT SUCCESS                                             000502E8
0502E9         MOVE SPACES TO IS-RTRN-MSG-TXT                           000502E9
0502F0         STRING 'LJ_LANG_CD ' WS-LJ-LANG-CD                       000502F0
0502F1                ' - NO ADDRESS RULES FOR THAT LANGUAGE'           000502F1
0502F2           DELIMITED BY SIZE INTO IS-RTRN-MSG-TXT                 000502F2
0502F3       END-IF                                                     000502F3
0502F4     END-IF                                                       000502F4
0502F5                                                                  000502F5
0502F6     IF SUCCESS AND WS-ACT-DELETE                                 000502F6
0502F7       PERFORM 150-CONFIRM-DELETE                                 000502F7
0502F8     END-IF                                                       000502F8
0502F9                                                                  000502F9
0502G0     IF SUCCESS                                                   000502G0
0502G1       MOVE WS-LJ-STATE-CD   TO MD-LJ-STATE-CD   OF DDDTLJ01      000502G1
0502G2       MOVE WS-LJ-LANG-CD    TO MD-LJ-LANG-CD    OF DDDTLJ01      000502G2
0502G3       MOVE WS-LJ-ACTIVE-IND TO MD-LJ-ACTIVE-IND OF DDDTLJ01      000502G3
0502G4       MOVE WS-LJ-LANG-NM    TO MD-LJ-LANG-NM    OF DDDTLJ01      000502G4
0502G5       EVALUATE TRUE                                              000502G5
0502G6         WHEN WS-ACT-ADD                                          000502G6
0502G7           EXEC SQL                                               000502G7
0502G8             INSERT INTO FC_XXXAIL_LANG_JUR                       000502G8
0502G9                ( LJ_STATE_CD, LJ_LANG_CD, LJ_ACTIVE_IND,         000502G9
0502H0                  LJ_LANG_NM )                                    000502H0
0502H1             VALUES                                               000502H1
0502H2                ( :DDDTLJ01.MD-LJ-STATE-CD,                       000502H2
0502H3                  :DDDTLJ01.MD-LJ-LANG-CD,                        000502H3
0502H4                  :DDDTLJ01.MD-LJ-ACTIVE-IND,                     000502H4
0502H5                  :DDDTLJ01.MD-LJ-LANG-NM )                       000502H5
0502H6           END-EXEC                                               000502H6
0502H7         WHEN WS-ACT-UPDATE                                       000502H7
0502H8           EXEC SQL                                               000502H8
0502H9             UPDATE FC_XXXAIL_LANG_JUR                            000502H9
0502I0                SET LJ_ACTIVE_IND = :DDDTLJ01.MD-LJ-ACTIVE-IND,   000502I0
0502I1                    LJ_LANG_NM    = :DDDTLJ01.MD-LJ-LANG-NM       000502I1
0502I2              WHERE LJ_STATE_CD   = :DDDTLJ01.MD-LJ-STATE-CD      000502I2
0502I3                AND LJ_LANG_CD    = :DDDTLJ01.MD-LJ-LANG-CD       000502I3
0502I4           END-EXEC                                               000502I4
0502I5         WHEN WS-ACT-DELETE                                       000502I5
0502I6           EXEC SQL                                               000502I6
0502I7             DELETE FROM FC_XXXAIL_LANG_JUR                       000502I7
0502I8              WHERE LJ_STATE_CD   = :DDDTLJ01.MD-LJ-STATE-CD      000502I8
0502I9                AND LJ_LANG_CD    = :DDDTLJ01.MD-LJ-LANG-CD       000502I9
0502J0           END-EXEC                                               000502J0
0502J1       END-EVALUATE                                               000502J1
0502J2       PERFORM 600-CHECK-SQL-AND-AUDIT                            000502J2
0502J3     END-IF                                                       000502J3
0502J4     .                                                            000502J4
0502K0                                                                  000502K0
0502K1*=================================================================000502K1
0502K2* FC_XXXAIL_EVT_VOL_LIM maintenance - key = transaction code, or  000502K2
0502K3* **** for the default row, value = active flag, the high and low 000502K3
0502K4* alert percents of the baseline and the smallest baseline worth  000502K4
0502K5* judging. YYYB0300 reads the rows on its hourly volume check.    000502K5
0502K6*=================================================================000502K6
0502K7 567-MAINTAIN-EVT-VOL-LIM.                                        000502K7
0502K8     IF WS-IN-KEY (1 : 4) = SPACES                                000502K8
0502K9       SET  FAILURE TO TRUE                                       000502K9
0502L0       MOVE 'VL_TRX_CD MUST BE A TRANSACTION CODE OR ****'        000502L0
0502L1         TO IS-RTRN-MSG-TXT                                       000502L1
0502L2     END-IF                                                       000502L2
0502L3                                                                  000502L3
0502L4     IF  SUCCESS                                                  000502L4
0502L5     AND NOT WS-ACT-DELETE                                        000502L5
0502L6     AND WS-VL-ACTIVE-IND NOT = 'Y' AND WS-VL-ACTIVE-IND NOT = 'N'000502L6
0502L7       SET  FAILURE TO TRUE                                       000502L7
0502L8       MOVE 'VL_ACTIVE_IND MUST BE Y OR N'                        000502L8
0502L9         TO IS-RTRN-MSG-TXT                                       000502L9
0502M0     END-IF                                                       000502M0
0502M1                                                                  000502M1
0502M2     IF  SUCCESS                                                  000502M2
0502M3     AND NOT WS-ACT-DELETE                                        000502M3
0502M4       IF WS-VL-HIGH-PCT-X NOT NUMERIC                            000502M4
0502M5       OR WS-VL-HIGH-PCT-N NOT > 100                              000502M5
0502M6         SET  FAILURE TO TRUE                                     000502M6
0502M7         MOVE 'VL_HIGH_PCT MUST BE FOUR DIGITS, OVER 0100'        000502M7
0502M8           TO IS-RTRN-MSG-TXT                                     000502M8
0502M9       END-IF                                                     000502M9
0502N0     END-IF                                                       000502N0
0502N1                                                                  000502N1
0502N2     IF  SUCCESS                                                  000502N2
0502N3     AND NOT WS-ACT-DELETE                                        000502N3
0502N4       IF WS-VL-LOW-PCT-X NOT NUMERIC                             000502N4
0502N5       OR WS-VL-LOW-PCT-N NOT < 100                               000502N5
0502N6         SET  FAILURE TO TRUE                                     000502N6
0502N7         MOVE 'VL_LOW_PCT MUST BE THREE DIGITS, UNDER 100'        000502N7
0502N8           TO IS-RTRN-MSG-TXT                                     000502N8
0502N9       END-IF                                                     000502N9
0502O0     END-IF                                                       000502O0
0502O1                                                                  000502O1
0502O2     IF  SUCCESS                                                  000502O2
0502O3     AND NOT WS-ACT-DELETE                                        000502O3
0502O4     AND WS-VL-MIN-CNT-X NOT NUMERIC                              000502O4
0502O5       SET  FAILURE TO TRUE                                       000502O5
0502O6       MOVE 'VL_MIN_BASE_CNT MUST BE FIVE DIGITS'                 000502O6
0502O7         TO IS-RTRN-MSG-TXT                                       000502O7
0502O8     END-IF                                                       000502O8
0502O9                                                                  000502O9
0502P0     IF SUCCESS AND WS-ACT-DELETE                                 000502P0
0502P1       PERFORM 150-CONFIRM-DELETE                                 000502P1
0502P2     END-IF                                                       000502P2
0502P3                                                                  000502P3
0502P4     IF SUCCESS                                                   000502P4
0502P5       MOVE WS-IN-KEY (1 : 4) TO MD-VL-TRX-CD OF DDDTVL01         000502P5
0502P6       IF NOT WS-ACT-DELETE                                       000502P6
0502P7         MOVE WS-VL-ACTIVE-IND TO MD-VL-ACTIVE-IND   OF DDDTVL01  000502P7
0502P8         MOVE WS-VL-HIGH-PCT-N TO MD-VL-HIGH-PCT     OF DDDTVL01  000502P8
0502P9         MOVE WS-VL-LOW-PCT-N  TO MD-VL-LOW-PCT      OF DDDTVL01  000502P9
0502Q0         MOVE WS-VL-MIN-CNT-N  TO MD-VL-MIN-BASE-CNT OF DDDTVL01  000502Q0
0502Q1       END-IF                                                     000502Q1
0502Q2       EVALUATE TRUE                                              000502Q2
0502Q3         WHEN WS-ACT-ADD                                          000502Q3
0502Q4           EXEC SQL                                               000502Q4
0502Q5             INSERT INTO FC_XXXAIL_EVT_VOL_LIM                    000502Q5
0502Q6                ( VL_TRX_CD, VL_ACTIVE_IND, VL_HIGH_PCT,          000502Q6
0502Q7                  VL_LOW_PCT, VL_MIN_BASE_CNT )                   000502Q7
0502Q8             VALUES                                               000502Q8
0502Q9                ( :DDDTVL01.MD-VL-TRX-CD,                         000502Q9
0502R0                  :DDDTVL01.MD-VL-ACTIVE-IND,                     000502R0
0502R1                  :DDDTVL01.MD-VL-HIGH-PCT,                       000502R1
0502R2                  :DDDTVL01.MD-VL-LOW-PCT,                        000502R2
0502R3                  :DDDTVL01.MD-VL-MIN-BASE-CNT )                  000502R3
0502R4           END-EXEC                                               000502R4
0502R5         WHEN WS-ACT-UPDATE                                       000502R5
0502R6           EXEC SQL                                               000502R6
0502R7             UPDATE FC_XXXAIL_EVT_VOL_LIM                         000502R7
0502R8                SET VL_ACTIVE_IND   = :DDDTVL01.MD-VL-ACTIVE-IND, 000502R8
0502R9                    VL_HIGH_PCT     = :DDDTVL01.MD-VL-HIGH-PCT,   000502R9
0502S0                    VL_LOW_PCT      = :DDDTVL01.MD-VL-LOW-PCT,    000502S0
0502S1                    VL_MIN_BASE_CNT = :DDDTVL01.MD-VL-MIN-BASE-CNT000502S1
0502S2              WHERE VL_TRX_CD       = :DDDTVL01.MD-VL-TRX-CD      000502S2
0502S3           END-EXEC                                               000502S3
0502S4         WHEN WS-ACT-DELETE                                       000502S4
0502S5           EXEC SQL                                               000502S5
0502S6             DELETE FROM FC_XXXAIL_EVT_VOL_LIM                    000502S6
0502S7              WHERE VL_TRX_CD       = :DDDTVL01.MD-VL-TRX-CD      000502S7
0502S8           END-EXEC                                               000502S8
0502S9       END-EVALUATE                                               000502S9
0502T0       PERFORM 600-CHECK-SQL-AND-AUDIT                            000502T0
0502T1     END-IF                                                       000502T1
0502T2     .                                                            000502T2
049240                                                                  00049240
049241*=================================================================00049241
049242* Before-image capture - read the row the card is about to        00049242
04960O               DELIMITED BY SIZE INTO WS-CTL-BEFORE-TXT           0004960O
04960P           END-IF                                                 0004960P
04960Q         END-IF                                                   0004960Q
0496A0       WHEN WS-TBL-LIC-TYPE                                       000496A0
0496A1         MOVE WS-IN-KEY (1 : 4) TO MD-LT-LIC-TYP-CD OF DDDTLT01   000496A1
0496A2         EXEC SQL                                                 000496A2
0496A3           SELECT LT_ACTIVE_IND, LT_RENEW_LEAD_DD,                000496A3
0496A4                  LT_SURR_ON_CLS_IND, LT_LIC_TYP_DES              000496A4
0496A5            INTO :DDDTLT01.MD-LT-ACTIVE-IND,                      000496A5
0496A6                 :DDDTLT01.MD-LT-RENEW-LEAD-DD,                   000496A6
0496A7                 :DDDTLT01.MD-LT-SURR-ON-CLS-IND,                 000496A7
0496A8                 :DDDTLT01.MD-LT-LIC-TYP-DES                      000496A8
0496A9           FROM FC_XXXAIL_LIC_TYPE                                000496A9
0496B0           WHERE LT_LIC_TYP_CD = :DDDTLT01.MD-LT-LIC-TYP-CD       000496B0
0496B1         END-EXEC                                                 000496B1
0496B2         IF SQLCODE = 0                                           000496B2
0496B3           MOVE MD-LT-RENEW-LEAD-DD OF DDDTLT01 TO WS-LEAD-DD-N   000496B3
0496B4           STRING MD-LT-ACTIVE-IND OF DDDTLT01 ' '                000496B4
0496B5                  WS-LEAD-DD-X ' '                                000496B5
0496B6                  MD-LT-SURR-ON-CLS-IND OF DDDTLT01 ' '           000496B6
0496B7                  MD-LT-LIC-TYP-DES OF DDDTLT01                   000496B7
0496B8             DELIMITED BY SIZE INTO WS-CTL-BEFORE-TXT             000496B8
0496B9         END-IF                                                   000496B9
0496C0       WHEN WS-TBL-ACQ-XWALK                                      000496C0
0496C1         MOVE WS-IN-KEY (1 : 4) TO MD-AX-CHAIN-CD OF DDDTAX01     000496C1
0496C2         MOVE WS-IN-KEY (6 : 4) TO MD-AX-CODE-TYP-CD OF DDDTAX01  000496C2
0496C3         MOVE WS-IN-VALUE (1 : 10)                                000496C3
0496C4           TO MD-AX-THEIR-CD OF DDDTAX01                          000496C4
0496C5         EXEC SQL                                                 000496C5
0496C6           SELECT AX_OUR_CD                                       000496C6
0496C7            INTO :DDDTAX01.MD-AX-OUR-CD                           000496C7
0496C8           FROM FC_XXXAIL_ACQ_XWALK                               000496C8
0496C9           WHERE AX_CHAIN_CD    = :DDDTAX01.MD-AX-CHAIN-CD        000496C9
0496D0             AND AX_CODE_TYP_CD = :DDDTAX01.MD-AX-CODE-TYP-CD     000496D0
0496D1             AND AX_THEIR_CD    = :DDDTAX01.MD-AX-THEIR-CD        000496D1
0496D2         END-EXEC                                                 000496D2
0496D3         IF SQLCODE = 0                                           000496D3
0496D4           STRING MD-AX-THEIR-CD OF DDDTAX01 ' '                  000496D4
0496D5                  MD-AX-OUR-CD OF DDDTAX01                        000496D5
0496D6             DELIMITED BY SIZE INTO WS-CTL-BEFORE-TXT             000496D6
0496D7         END-IF                                                   000496D7
0496E0       WHEN WS-TBL-FREEZE-CAL                                     000496E0
0496E1         MOVE WS-IN-KEY (1 : 8) TO MD-FZ-FREEZE-ID OF DDDTFZ01    000496E1
0496E2         EXEC SQL                                                 000496E2
0496E3           SELECT FZ_START_TS, FZ_END_TS, FZ_FLD_GROUP,           000496E3
0496E4                  FZ_OVRD_GROUP, FZ_SCOPE_CD                      000496E4
0496E5            INTO :DDDTFZ01.MD-FZ-START-TS,                        000496E5
0496E6                 :DDDTFZ01.MD-FZ-END-TS,                          000496E6
0496E7                 :DDDTFZ01.MD-FZ-FLD-GROUP,                       000496E7
0496E8                 :DDDTFZ01.MD-FZ-OVRD-GROUP,                      000496E8
0496E9                 :DDDTFZ01.MD-FZ-SCOPE-CD                         000496E9
0496F0           FROM FC_XXXAIL_FREEZE_CAL                              000496F0
0496F1           WHERE FZ_FREEZE_ID = :DDDTFZ01.MD-FZ-FREEZE-ID         000496F1
0496F2         END-EXEC                                                 000496F2
0496F3         IF SQLCODE = 0                                           000496F3
0496F4           STRING MD-FZ-START-TS   OF DDDTFZ01 (1 : 16) ' '       000496F4
0496F5                  MD-FZ-END-TS     OF DDDTFZ01 (1 : 16) ' '       000496F5
0496F6                  MD-FZ-FLD-GROUP  OF DDDTFZ01 ' '                000496F6
0496F7                  MD-FZ-OVRD-GROUP OF DDDTFZ01 ' '                000496F7
0496F8                  MD-FZ-SCOPE-CD   OF DDDTFZ01                    000496F8
0496F9             DELIMITED BY SIZE INTO WS-CTL-BEFORE-TXT             000496F9
0496G0         END-IF                                                   000496G0
049610       WHEN WS-TBL-SQLCODE-XWALK                                  00049610
049620         MOVE WS-IN-KEY (1 : 5)                                   00049620
049630           TO MD-XW-ORA-ERROR-CD OF DDDTOX01                      00049630
050690               DELIMITED BY SIZE INTO WS-CTL-BEFORE-TXT           00050690
050700           END-IF                                                 00050700
050710         END-IF                                                   00050710
0507A0       WHEN WS-TBL-CODE-DOM                                       000507A0
0507A1         PERFORM 576-SET-DM-FLD-NM                                000507A1
0507A2         IF WS-DM-FLD-NM NOT = SPACES                             000507A2
0507A3           MOVE WS-DM-FLD-NM TO MD-DM-FLD-NM   OF DDDTDM01        000507A3
0507A4           MOVE WS-IN-KEY    TO MD-DM-CODE-VAL OF DDDTDM01        000507A4
0507A5           EXEC SQL                                               000507A5
0507A6             SELECT DM_ACTIVE_IND, CHAR(DM_EFF_DT, ISO),          000507A6
0507A7                    CHAR(DM_END_DT, ISO), DM_CODE_DESC            000507A7
0507A8              INTO :DDDTDM01.MD-DM-ACTIVE-IND,                    000507A8
0507A9                   :DDDTDM01.MD-DM-EFF-DT,                        000507A9
0507B0                   :DDDTDM01.MD-DM-END-DT,                        000507B0
0507B1                   :DDDTDM01.MD-DM-CODE-DESC                      000507B1
0507B2             FROM FC_XXXAIL_CODE_DOM                              000507B2
0507B3             WHERE DM_FLD_NM   = :DDDTDM01.MD-DM-FLD-NM           000507B3
0507B4               AND DM_CODE_VAL = :DDDTDM01.MD-DM-CODE-VAL         000507B4
0507B5           END-EXEC                                               000507B5
0507B6           IF SQLCODE = 0                                         000507B6
0507B7             STRING WS-DM-FLD-ID ' '                              000507B7
0507B8                    MD-DM-ACTIVE-IND OF DDDTDM01 ' '              000507B8
0507B9                    MD-DM-EFF-DT OF DDDTDM01 ' '                  000507B9
0507C0                    MD-DM-END-DT OF DDDTDM01 ' '                  000507C0
0507C1                    MD-DM-CODE-DESC OF DDDTDM01                   000507C1
0507C2               DELIMITED BY SIZE INTO WS-CTL-BEFORE-TXT           000507C2
0507C3           END-IF                                                 000507C3
0507C4         END-IF                                                   000507C4
0507D0       WHEN WS-TBL-SVC-TYPE                                       000507D0
0507D1         MOVE WS-IN-KEY (1 : 4) TO MD-VT-SVC-CD OF DDDTVT01       000507D1
0507D2         EXEC SQL                                                 000507D2
0507D3           SELECT VT_ACTIVE_IND, VT_HRS_APPL_IND,                 000507D3
0507D4                  VT_DEPT_MATCH_CD, VT_DEPT_NO, VT_SVC_DES        000507D4
0507D5            INTO :DDDTVT01.MD-VT-ACTIVE-IND,                      000507D5
0507D6                 :DDDTVT01.MD-VT-HRS-APPL-IND,                    000507D6
0507D7                 :DDDTVT01.MD-VT-DEPT-MATCH-CD,                   000507D7
0507D8                 :DDDTVT01.MD-VT-DEPT-NO,                         000507D8
0507D9                 :DDDTVT01.MD-VT-SVC-DES                          000507D9
0507E0           FROM FC_XXXAIL_SVC_TYPE                                000507E0
0507E1           WHERE VT_SVC_CD = :DDDTVT01.MD-VT-SVC-CD               000507E1
0507E2         END-EXEC                                                 000507E2
0507E3         IF SQLCODE = 0                                           000507E3
0507E4           IF MD-VT-DEPT-MATCH-CD OF DDDTVT01 = SPACE             000507E4
0507E5             MOVE 'N' TO MD-VT-DEPT-MATCH-CD OF DDDTVT01          000507E5
0507E6           END-IF                                                 000507E6
0507E7           STRING MD-VT-ACTIVE-IND OF DDDTVT01 ' '                000507E7
0507E8                  MD-VT-HRS-APPL-IND OF DDDTVT01 ' '              000507E8
0507E9                  MD-VT-DEPT-MATCH-CD OF DDDTVT01 ' '             000507E9
0507F0                  MD-VT-DEPT-NO OF DDDTVT01 ' '                   000507F0
0507F1                  MD-VT-SVC-DES OF DDDTVT01                       000507F1
0507F2             DELIMITED BY SIZE INTO WS-CTL-BEFORE-TXT             000507F2
0507F3         END-IF                                                   000507F3
0507G0       WHEN WS-TBL-GL-XWALK                                       000507G0
0507G1         MOVE WS-IN-KEY (1 : 9) TO WS-STORE-X                     000507G1
0507G2         IF WS-STORE-X NUMERIC                                    000507G2
0507G3           MOVE WS-STORE-N     TO MD-GX-LOC-NBR     OF DDDTGX01   000507G3
0507G4           MOVE 'S '           TO MD-GX-LOC-TYP-CD  OF DDDTGX01   000507G4
0507G5           MOVE WS-GX-DEPT-NBR TO MD-GX-DEPT-NBR    OF DDDTGX01   000507G5
0507G6           MOVE WS-GX-SUB-DEPT-ID                                 000507G6
0507G7                               TO MD-GX-SUB-DEPT-ID OF DDDTGX01   000507G7
0507G8           EXEC SQL                                               000507G8
0507G9             SELECT GX_GL_CO_NO, GX_COST_CTR_CD                   000507G9
0507H0              INTO :DDDTGX01.MD-GX-GL-CO-NO,                      000507H0
0507H1                   :DDDTGX01.MD-GX-COST-CTR-CD                    000507H1
0507H2             FROM FC_XXXAIL_GL_XWALK                              000507H2
0507H3             WHERE GX_LOC_NBR     = :DDDTGX01.MD-GX-LOC-NBR       000507H3
0507H4               AND GX_LOC_TYP_CD  = :DDDTGX01.MD-GX-LOC-TYP-CD    000507H4
0507H5               AND GX_DEPT_NBR    = :DDDTGX01.MD-GX-DEPT-NBR      000507H5
0507H6               AND GX_SUB_DEPT_ID = :DDDTGX01.MD-GX-SUB-DEPT-ID   000507H6
0507H7           END-EXEC                                               000507H7
0507H8           IF SQLCODE = 0                                         000507H8
0507H9             MOVE MD-GX-GL-CO-NO OF DDDTGX01 TO WS-GX-CO-DSP      000507H9
0507I0             STRING MD-GX-DEPT-NBR OF DDDTGX01 ' '                000507I0
0507I1                    MD-GX-SUB-DEPT-ID OF DDDTGX01 ' '             000507I1
0507I2                    WS-GX-CO-DSP ' '                              000507I2
0507I3                    MD-GX-COST-CTR-CD OF DDDTGX01                 000507I3
0507I4               DELIMITED BY SIZE INTO WS-CTL-BEFORE-TXT           000507I4
0507I5           END-IF                                                 000507I5
0507I6         END-IF                                                   000507I6
0507J0       WHEN WS-TBL-PILOT                                          000507J0
0507J1         MOVE WS-IN-KEY (1 : 8) TO MD-PL-PILOT-ID OF DDDTPL01     000507J1
0507J2         EXEC SQL                                                 000507J2
0507J3           SELECT PL_ACTIVE_IND, PL_STRT_DT, PL_END_DT,           000507J3
0507J4                  PL_OWNER_ID, PL_PILOT_DES                       000507J4
0507J5            INTO :DDDTPL01.MD-PL-ACTIVE-IND,                      000507J5
0507J6                 :DDDTPL01.MD-PL-STRT-DT,                         000507J6
0507J7                 :DDDTPL01.MD-PL-END-DT,                          000507J7
0507J8                 :DDDTPL01.MD-PL-OWNER-ID,                        000507J8
0507J9                 :DDDTPL01.MD-PL-PILOT-DES                        000507J9
0507K0           FROM FC_XXXAIL_PILOT                                   000507K0
0507K1           WHERE PL_PILOT_ID = :DDDTPL01.MD-PL-PILOT-ID           000507K1
0507K2         END-EXEC                                                 000507K2
0507K3         IF SQLCODE = 0                                           000507K3
0507K4           STRING MD-PL-ACTIVE-IND OF DDDTPL01 ' '                000507K4
0507K5                  MD-PL-STRT-DT OF DDDTPL01 ' '                   000507K5
0507K6                  MD-PL-END-DT OF DDDTPL01 ' '                    000507K6
0507K7                  MD-PL-OWNER-ID OF DDDTPL01 ' '                  000507K7
0507K8                  MD-PL-PILOT-DES OF DDDTPL01                     000507K8
0507K9             DELIMITED BY SIZE INTO WS-CTL-BEFORE-TXT             000507K9
0507L0         END-IF                                                   000507L0
0507M0       WHEN WS-TBL-RCV-WNDW                                       000507M0
0507M1         MOVE WS-IN-KEY (1 : 9) TO WS-STORE-X                     000507M1
0507M2         IF WS-STORE-X NUMERIC AND WS-RW-DAY-X NUMERIC            000507M2
0507M3           MOVE WS-STORE-N    TO MD-RW-LOC-NBR       OF DDDTRW01  000507M3
0507M4           MOVE 'S '          TO MD-RW-LOC-TYP-CD    OF DDDTRW01  000507M4
0507M5           MOVE WS-RW-DAY-N   TO MD-RW-DAY-OF-WK-NBR OF DDDTRW01  000507M5
0507M6           MOVE WS-RW-STRT-TM TO MD-RW-STRT-TM       OF DDDTRW01  000507M6
0507M7           EXEC SQL                                               000507M7
0507M8             SELECT RW_END_TM, RW_DOOR_CD, RW_MAX_VNDR_QTY        000507M8
0507M9              INTO :DDDTRW01.MD-RW-END-TM,                        000507M9
0507N0                   :DDDTRW01.MD-RW-DOOR-CD,                       000507N0
0507N1                   :DDDTRW01.MD-RW-MAX-VNDR-QTY                   000507N1
0507N2             FROM FC_XXXAIL_RCV_WNDW                              000507N2
0507N3             WHERE RW_LOC_NBR       = :DDDTRW01.MD-RW-LOC-NBR     000507N3
0507N4               AND RW_LOC_TYP_CD    = :DDDTRW01.MD-RW-LOC-TYP-CD  000507N4
0507N5               AND RW_DAY_OF_WK_NBR =                             000507N5
0507N6                   :DDDTRW01.MD-RW-DAY-OF-WK-NBR                  000507N6
0507N7               AND RW_STRT_TM       = :DDDTRW01.MD-RW-STRT-TM     000507N7
0507N8           END-EXEC                                               000507N8
0507N9           IF SQLCODE = 0                                         000507N9
0507O0             MOVE MD-RW-MAX-VNDR-QTY OF DDDTRW01 TO WS-RW-MAX-DSP 000507O0
0507O1             STRING WS-RW-DAY-X ' '                               000507O1
0507O2                    MD-RW-STRT-TM OF DDDTRW01 ' '                 000507O2
0507O3                    MD-RW-END-TM OF DDDTRW01 ' '                  000507O3
0507O4                    MD-RW-DOOR-CD OF DDDTRW01 ' '                 000507O4
0507O5                    WS-RW-MAX-DSP                                 000507O5
0507O6               DELIMITED BY SIZE INTO WS-CTL-BEFORE-TXT           000507O6
0507O7           END-IF                                                 000507O7
0507O8         END-IF                                                   000507O8
0507P0       WHEN WS-TBL-LANG-JUR                                       000507P0
0507P1         MOVE WS-LJ-STATE-CD TO MD-LJ-STATE-CD OF DDDTLJ01        000507P1
0507P2         MOVE WS-LJ-LANG-CD  TO MD-LJ-LANG-CD  OF DDDTLJ01        000507P2
0507P3         EXEC SQL                                                 000507P3
0507P4           SELECT LJ_ACTIVE_IND, LJ_LANG_NM                       000507P4
0507P5            INTO :DDDTLJ01.MD-LJ-ACTIVE-IND,                      000507P5
0507P6                 :DDDTLJ01.MD-LJ-LANG-NM                          000507P6
0507P7           FROM FC_XXXAIL_LANG_JUR                                000507P7
0507P8           WHERE LJ_STATE_CD = :DDDTLJ01.MD-LJ-STATE-CD           000507P8
0507P9             AND LJ_LANG_CD  = :DDDTLJ01.MD-LJ-LANG-CD            000507P9
0507Q0         END-EXEC                                                 000507Q0
0507Q1         IF SQLCODE = 0                                           000507Q1
0507Q2           STRING MD-LJ-ACTIVE-IND OF DDDTLJ01 ' '                000507Q2
0507Q3                  MD-LJ-LANG-NM OF DDDTLJ01                       000507Q3
0507Q4             DELIMITED BY SIZE INTO WS-CTL-BEFORE-TXT             000507Q4
0507Q5         END-IF                                                   000507Q5
0507R0       WHEN WS-TBL-EVT-VOL-LIM                                    000507R0
0507R1         MOVE WS-IN-KEY (1 : 4) TO MD-VL-TRX-CD OF DDDTVL01       000507R1
0507R2         EXEC SQL                                                 000507R2
0507R3           SELECT VL_ACTIVE_IND, VL_HIGH_PCT, VL_LOW_PCT,         000507R3
0507R4                  VL_MIN_BASE_CNT                                 000507R4
0507R5            INTO :DDDTVL01.MD-VL-ACTIVE-IND,                      000507R5
0507R6                 :DDDTVL01.MD-VL-HIGH-PCT,                        000507R6
0507R7                 :DDDTVL01.MD-VL-LOW-PCT,                         000507R7
0507R8                 :DDDTVL01.MD-VL-MIN-BASE-CNT                     000507R8
0507R9           FROM FC_XXXAIL_EVT_VOL_LIM                             000507R9
0507S0           WHERE VL_TRX_CD = :DDDTVL01.MD-VL-TRX-CD               000507S0
0507S1         END-EXEC                                                 000507S1
0507S2         IF SQLCODE = 0                                           000507S2
0507S3           MOVE MD-VL-HIGH-PCT     OF DDDTVL01 TO WS-VL-HIGH-DSP  000507S3
0507S4           MOVE MD-VL-LOW-PCT      OF DDDTVL01 TO WS-VL-LOW-DSP   000507S4
0507S5           MOVE MD-VL-MIN-BASE-CNT OF DDDTVL01 TO WS-VL-MIN-DSP   000507S5
0507S6           STRING MD-VL-ACTIVE-IND OF DDDTVL01 ' '                000507S6
0507S7                  WS-VL-HIGH-DSP ' ' WS-VL-LOW-DSP ' '            000507S7
0507S8                  WS-VL-MIN-DSP                                   000507S8
0507S9             DELIMITED BY SIZE INTO WS-CTL-BEFORE-TXT             000507S9
0507T0         END-IF                                                   000507T0
0507T1       WHEN WS-TBL-ECOMM-MKT                                      000507T1
0507T2         MOVE WS-IN-KEY (1 : 5) TO MD-MK-MKT-AREA-CD OF DDDTMK01  000507T2
0507T3         EXEC SQL                                                 000507T3
0507T4           SELECT MK_MKT_AREA_NM, MK_FULFL_TYP_CD,                000507T4
0507T5                  MK_SVC_RADIUS_MI, MK_ACTIVE_IND                 000507T5
0507T6            INTO :DDDTMK01.MD-MK-MKT-AREA-NM,                     000507T6
0507T7                 :DDDTMK01.MD-MK-FULFL-TYP-CD,                    000507T7
0507T8                 :DDDTMK01.MD-MK-SVC-RADIUS-MI,                   000507T8
0507T9                 :DDDTMK01.MD-MK-ACTIVE-IND                       000507T9
0507U0           FROM FC_XXXAIL_ECOMM_MKT                               000507U0
0507U1           WHERE MK_MKT_AREA_CD = :DDDTMK01.MD-MK-MKT-AREA-CD     000507U1
0507U2         END-EXEC                                                 000507U2
0507U3         IF SQLCODE = 0                                           000507U3
0507U4           MOVE MD-MK-SVC-RADIUS-MI OF DDDTMK01                   000507U4
0507U5             TO WS-MK-RADIUS-DSP                                  000507U5
0507U6           STRING MD-MK-ACTIVE-IND OF DDDTMK01 ' '                000507U6
0507U7                  MD-MK-FULFL-TYP-CD OF DDDTMK01 ' '              000507U7
0507U8                  WS-MK-RADIUS-DSP ' '                            000507U8
0507U9                  MD-MK-MKT-AREA-NM OF DDDTMK01                   000507U9
0507V0             DELIMITED BY SIZE INTO WS-CTL-BEFORE-TXT             000507V0
0507V1         END-IF                                                   000507V1
050720       WHEN OTHER                                                 00050720
050730* FA, UG and PX carry no non-key values - the pair either         00050730
050740* exists or it does not, and the audit row's add/delete action    00050740
050750* says which way it went.                                         00050750
050760         CONTINUE                                                 00050760
050770     END-EVALUATE                                                 00050770
050780     IF WS-CTL-BEFORE-TXT = SPACES                                00050780
050930     MOVE WS-IN-ACTION      TO MD-CH-CHG-TYPE-CD OF DDDTCH01      00050930
050940     MOVE WS-CTL-BEFORE-TXT TO MD-CH-BEFORE-TXT OF DDDTCH01       00050940
050950     MOVE WS-IN-VALUE       TO MD-CH-AFTER-TXT  OF DDDTCH01       00050950
0509A0     IF WS-TBL-FREEZE-CAL                                         000509A0
0509A1       MOVE WS-INPUT-AREA (17 : 45) TO MD-CH-AFTER-TXT OF DDDTCH01000509A1
0509A2     END-IF                                                       000509A2
0509B0     IF WS-TBL-CODE-DOM                                           000509B0
0509B1       MOVE WS-INPUT-AREA (17 : 57) TO MD-CH-AFTER-TXT OF DDDTCH01000509B1
0509B2     END-IF                                                       000509B2
0509C0     IF WS-TBL-SVC-TYPE                                           000509C0
0509C1       MOVE WS-INPUT-AREA (17 : 42) TO MD-CH-AFTER-TXT OF DDDTCH01000509C1
0509C2     END-IF                                                       000509C2
050960     MOVE YYYC0107-USER     TO MD-CH-CHGD-BY-USER-ID              00050960
050970                               OF DDDTCH01                        00050970
050980     EXEC SQL                                                     00050980
051660              :DDDTCH01.MD-CH-AFTER-TXT                           00051660
051670     END-EXEC                                                     00051670
051680     .                                                            00051680
0517A0                                                                  000517A0
0517A1*=================================================================000517A1
0517A2* FC_XXXAIL_ECOMM_MKT maintenance - key = e-commerce market area  000517A2
0517A3* code, value = active flag, fulfillment type, delivery radius    000517A3
0517A4* and area name. MMMB4302 reads the rows for the e-commerce feed. 000517A4
0517A5* An area stores still point at is set inactive, never deleted.   000517A5
0517A6*=================================================================000517A6
0517A7 566-MAINTAIN-ECOMM-MKT.                                          000517A7
0517A8     IF WS-IN-KEY (1 : 5) = SPACES                                000517A8
0517A9     OR WS-IN-KEY (6 : 5) NOT = SPACES                            000517A9
0517B0       SET  FAILURE TO TRUE                                       000517B0
0517B1       MOVE 'MK_MKT_AREA_CD MUST BE ONE TO FIVE CHARACTERS'       000517B1
0517B2         TO IS-RTRN-MSG-TXT                                       000517B2
0517B3     END-IF                                                       000517B3
0517B4                                                                  000517B4
0517B5     IF  SUCCESS                                                  000517B5
0517B6     AND NOT WS-ACT-DELETE                                        000517B6
0517B7     AND WS-MK-ACTIVE-IND NOT = 'Y' AND WS-MK-ACTIVE-IND NOT = 'N'000517B7
0517B8       SET  FAILURE TO TRUE                                       000517B8
0517B9       MOVE 'MK_ACTIVE_IND MUST BE Y OR N'                        000517B9
0517C0         TO IS-RTRN-MSG-TXT                                       000517C0
0517C1     END-IF                                                       000517C1
0517C2                                                                  000517C2
0517C3     IF  SUCCESS                                                  000517C3
0517C4     AND NOT WS-ACT-DELETE                                        000517C4
0517C5     AND NOT WS-MK-FULFL-VALID                                    000517C5
0517C6       SET  FAILURE TO TRUE                                       000517C6
0517C7       MOVE 'MK_FULFL_TYP_CD MUST BE P, D OR B'                   000517C7
0517C8         TO IS-RTRN-MSG-TXT                                       000517C8
0517C9     END-IF                                                       000517C9
0517D0                                                                  000517D0
0517D1     IF  SUCCESS                                                  000517D1
0517D2     AND NOT WS-ACT-DELETE                                        000517D2
0517D3       IF WS-MK-RADIUS-X NOT NUMERIC                              000517D3
0517D4         SET  FAILURE TO TRUE                                     000517D4
0517D5         MOVE 'MK_SVC_RADIUS_MI MUST BE THREE DIGITS'             000517D5
0517D6           TO IS-RTRN-MSG-TXT                                     000517D6
0517D7       ELSE                                                       000517D7
0517D8         IF  WS-MK-FULFL-PICKUP                                   000517D8
0517D9         AND WS-MK-RADIUS-N NOT = 0                               000517D9
0517E0           SET  FAILURE TO TRUE                                   000517E0
0517E1           MOVE 'MK_SVC_RADIUS_MI MUST BE 000 FOR PICKUP ONLY'    000517E1
0517E2             TO IS-RTRN-MSG-TXT                                   000517E2
0517E3         END-IF                                                   000517E3
0517E4         IF  NOT WS-MK-FULFL-PICKUP                               000517E4
0517E5         AND WS-MK-RADIUS-N = 0                                   000517E5
0517E6           SET  FAILURE TO TRUE                                   000517E6
0517E7           MOVE 'MK_SVC_RADIUS_MI IS REQUIRED WHEN D OR B'        000517E7
0517E8             TO IS-RTRN-MSG-TXT                                   000517E8
0517E9         END-IF                                                   000517E9
0517F0       END-IF                                                     000517F0
0517F1     END-IF                                                       000517F1
0517F2                                                                  000517F2
0517F3     IF  SUCCESS                                                  000517F3
0517F4     AND NOT WS-ACT-DELETE                                        000517F4
0517F5     AND WS-MK-AREA-NM = SPACES                                   000517F5
0517F6       SET  FAILURE TO TRUE                                       000517F6
0517F7       MOVE 'MK_MKT_AREA_NM IS REQUIRED'                          000517F7
0517F8         TO IS-RTRN-MSG-TXT                                       000517F8
0517F9     END-IF                                                       000517F9
0517G0                                                                  000517G0
0517G1     IF SUCCESS                                                   000517G1
0517G2       MOVE WS-IN-KEY (1 : 5) TO MD-MK-MKT-AREA-CD OF DDDTMK01    000517G2
0517G3     END-IF                                                       000517G3
0517G4                                                                  000517G4
0517G5     IF SUCCESS AND WS-ACT-DELETE                                 000517G5
0517G6       MOVE 0 TO WS-MK-ROW-CNT                                    000517G6
0517G7       EXEC SQL                                                   000517G7
0517G8         SELECT COUNT(*)                                          000517G8
0517G9          INTO :WS-MK-ROW-CNT                                     000517G9
0517H0         FROM XXXAIL_LOC                                          000517H0
0517H1         WHERE ECOMM_MKT_AREA_CD = :DDDTMK01.MD-MK-MKT-AREA-CD    000517H1
0517H2       END-EXEC                                                   000517H2
0517H3       IF SQLCODE NOT = 0 OR WS-MK-ROW-CNT > 0                    000517H3
0517H4         SET  FAILURE TO TRUE                                     000517H4
0517H5         MOVE 'STORES POINT AT THE AREA - SET IT INACTIVE'        000517H5
0517H6           TO IS-RTRN-MSG-TXT                                     000517H6
0517H7       END-IF                                                     000517H7
0517H8     END-IF                                                       000517H8
0517H9                                                                  000517H9
0517I0     IF SUCCESS AND WS-ACT-DELETE                                 000517I0
0517I1       PERFORM 150-CONFIRM-DELETE                                 000517I1
0517I2     END-IF                                                       000517I2
0517I3                                                                  000517I3
0517I4     IF SUCCESS                                                   000517I4
0517I5       IF NOT WS-ACT-DELETE                                       000517I5
0517I6         MOVE WS-MK-AREA-NM    TO MD-MK-MKT-AREA-NM  OF DDDTMK01  000517I6
0517I7         MOVE WS-MK-FULFL-TYP-CD                                  000517I7
0517I8                               TO MD-MK-FULFL-TYP-CD OF DDDTMK01  000517I8
0517I9         MOVE WS-MK-RADIUS-N                                      000517I9
0517J0                               TO MD-MK-SVC-RADIUS-MI OF DDDTMK01 000517J0
0517J1         MOVE WS-MK-ACTIVE-IND TO MD-MK-ACTIVE-IND   OF DDDTMK01  000517J1
0517J2       END-IF                                                     000517J2
0517J3       EVALUATE TRUE                                              000517J3
0517J4         WHEN WS-ACT-ADD                                          000517J4
0517J5           EXEC SQL                                               000517J5
0517J6             INSERT INTO FC_XXXAIL_ECOMM_MKT                      000517J6
0517J7                ( MK_MKT_AREA_CD, MK_MKT_AREA_NM, MK_FULFL_TYP_CD,000517J7
0517J8                  MK_SVC_RADIUS_MI, MK_ACTIVE_IND )               000517J8
0517J9             VALUES                                               000517J9
0517K0                ( :DDDTMK01.MD-MK-MKT-AREA-CD,                    000517K0
0517K1                  :DDDTMK01.MD-MK-MKT-AREA-NM,                    000517K1
0517K2                  :DDDTMK01.MD-MK-FULFL-TYP-CD,                   000517K2
0517K3                  :DDDTMK01.MD-MK-SVC-RADIUS-MI,                  000517K3
0517K4                  :DDDTMK01.MD-MK-ACTIVE-IND )                    000517K4
0517K5           END-EXEC                                               000517K5
0517K6         WHEN WS-ACT-UPDATE                                       000517K6
0517K7           EXEC SQL                                               000517K7
0517K8             UPDATE FC_XXXAIL_ECOMM_MKT                           000517K8
0517K9                SET MK_MKT_AREA_NM   =                            000517K9
0517L0                           :DDDTMK01.MD-MK-MKT-AREA-NM,           000517L0
0517L1                    MK_FULFL_TYP_CD  =                            000517L1
0517L2                           :DDDTMK01.MD-MK-FULFL-TYP-CD,          000517L2
0517L3                    MK_SVC_RADIUS_MI =                            000517L3
0517L4                           :DDDTMK01.MD-MK-SVC-RADIUS-MI,         000517L4
0517L5                    MK_ACTIVE_IND    = :DDDTMK01.MD-MK-ACTIVE-IND 000517L5
0517L6              WHERE MK_MKT_AREA_CD   = :DDDTMK01.MD-MK-MKT-AREA-CD000517L6
0517L7           END-EXEC                                               000517L7
0517L8         WHEN WS-ACT-DELETE                                       000517L8
0517L9           EXEC SQL                                               000517L9
0517M0             DELETE FROM FC_XXXAIL_ECOMM_MKT                      000517M0
0517M1              WHERE MK_MKT_AREA_CD   = :DDDTMK01.MD-MK-MKT-AREA-CD000517M1
0517M2           END-EXEC                                               000517M2
0517M3       END-EVALUATE                                               000517M3
0517M4       PERFORM 600-CHECK-SQL-AND-AUDIT                            000517M4
0517M5     END-IF                                                       000517M5
0517M6     .                                                            000517M6
