000100*-----------------------------------------------------------------00000100
000200* Linkage parameters for MMMS0186, the alternate-language store   00000200
000300* names and addresses service over FC_XXXAIL_ALT_LANG (DDDTAL01). 00000300
000400*   SET    - set one field of the store's row for LANG-CD, the    00000400
000500*            field named by FLD-CD, to FLD-TXT (blank clears it,  00000500
000600*            so readers fall back to the primary language). The   00000600
000700*            row is added on its first field. Address lines and   00000700
000800*            city come back standardized in FLD-TXT.              00000800
000900*   DELETE - remove the store's row for LANG-CD                   00000900
001000*   GET    - the store's row for LANG-CD into the E- fields of    00001000
001100*            entry 1; LANG-CNT comes back 0 when there is none    00001100
001200*   LIST   - every language the store has a row for, up to        00001200
001300*            MMMC0186-MAX-LANG, in language order (a MAX-LANG     00001300
00130A*            of zero, as INITIALIZE leaves it, or over 5 is       0000130A
00130B*            taken as 5)                                          0000130B
001400* SET needs USER-ID for the row's last-update stamp. A refused    00001400
001500* change comes back FAILURE with the reason in IS-RTRN-MSG-TXT.   00001500
001600*-----------------------------------------------------------------00001600
001700 01 MMMC0186.                                                     00001700
001800     05 MMMC0186-FUNC                PIC X(1)  VALUE SPACES.      00001800
001900         88 MMMC0186-SET                     VALUE 'S'.           00001900
002000         88 MMMC0186-DELETE                  VALUE 'D'.           00002000
002100         88 MMMC0186-GET                     VALUE 'G'.           00002100
002200         88 MMMC0186-LIST                    VALUE 'L'.           00002200
002300     05 MMMC0186-LOC-NBR             PIC S9(9) COMP VALUE 0.      00002300
002400     05 MMMC0186-LOC-TYP-CD          PIC X(2)  VALUE SPACES.      00002400
002500     05 MMMC0186-LANG-CD             PIC X(2)  VALUE SPACES.      00002500
002600     05 MMMC0186-FLD-CD              PIC X(1)  VALUE SPACES.      00002600
002700         88 MMMC0186-FLD-STORE-NM            VALUE 'N'.           00002700
002800         88 MMMC0186-FLD-FRNDLY-NM           VALUE 'C'.           00002800
002900         88 MMMC0186-FLD-ADR-1               VALUE '1'.           00002900
003000         88 MMMC0186-FLD-ADR-2               VALUE '2'.           00003000
003100         88 MMMC0186-FLD-CITY                VALUE 'T'.           00003100
003200     05 MMMC0186-FLD-TXT             PIC X(60) VALUE SPACES.      00003200
003300     05 MMMC0186-USER-ID             PIC X(8)  VALUE SPACES.      00003300
003400     05 MMMC0186-MAX-LANG            PIC S9(4) COMP VALUE 5.      00003400
003500     05 MMMC0186-LANG-CNT            PIC S9(4) COMP VALUE 0.      00003500
003600     05 MMMC0186-LANG-ENTRY OCCURS 5 TIMES.                       00003600
003700         10 MMMC0186-E-LANG-CD       PIC X(2).                    00003700
003800         10 MMMC0186-E-STORE-NM      PIC X(30).                   00003800
003900         10 MMMC0186-E-FRNDLY-NM     PIC X(60).                   00003900
004000         10 MMMC0186-E-ADR-1         PIC X(30).                   00004000
004100         10 MMMC0186-E-ADR-2         PIC X(30).                   00004100
004200         10 MMMC0186-E-CITY          PIC X(30).                   00004200
004300     05 FILLER                       PIC X(20) VALUE SPACES.      00004300
