006200   88 STAGE-EVENT                          VALUE 'Y'.             00006200
006300   88 DONT-STAGE-EVENT                     VALUE ' '.             00006300
006310 01 MMMS0304-RI-DEL-CHK          PIC X(8)  VALUE 'MMMS0304'.      00006310
006350 01 MMMS0304-RI-PARENT-CHK       PIC X(8)  VALUE 'MMMS0304'.      00006350
006400                                                                  00006400
006500* ========================< COPY BOOKS >==========================00006500
006600* Place all copy books in this section.                           00006600
044600     PERFORM 1800-EDIT-NULL-INDICATORS                            00044600
044700     PERFORM 2040-GET-DATE-AND-USER                               00044700
044800                                                                  00044800
044820     IF SUCCESS                                                   00044820
044840       PERFORM 4550-CALL-MMMS0304-RI-PARENT-CHK                   00044840
044860     END-IF                                                       00044860
044900     IF SUCCESS                                                   00044900
045000       PERFORM 1405-GET-CURR-VALUES                               00045000
045100       PERFORM 1410-DO-MODIFY-ROW                                 00045100
049500     PERFORM 1800-EDIT-NULL-INDICATORS                            00049500
049600                                                                  00049600
049700     PERFORM 2040-GET-DATE-AND-USER                               00049700
049720     IF SUCCESS                                                   00049720
049740       PERFORM 4550-CALL-MMMS0304-RI-PARENT-CHK                   00049740
049760     END-IF                                                       00049760
049800     IF SUCCESS                                                   00049800
049900       PERFORM 1510-D0-INSERT-ROW                                 00049900
050000     END-IF                                                       00050000
064693     .                                                            00064693
064694                                                                  00064694
064695                                                                  00064695
06469A* ================================================================0006469A
06469B* A sub-department can only be added or changed under a           0006469B
06469C* department that is already on XXX_DEPT (blank sub-department).  0006469C
06469D* ================================================================0006469D
06469E 4550-CALL-MMMS0304-RI-PARENT-CHK.                                0006469E
06469F     IF STR-SUB-DEPT-ID OF DCLXXX-DEPT NOT = SPACES               0006469F
06469G       INITIALIZE MMMC0304                                        0006469G
06469H       MOVE XXX-DEPT-NBR    OF DCLXXX-DEPT                        0006469H
06469I         TO MMMC0304-XXX-DEPT-NBR                                 0006469I
06469J       MOVE SPACES                                                0006469J
06469K         TO MMMC0304-STR-SUB-DEPT-ID                              0006469K
06469L       IF EXIT-PUT-INSERT-ROW                                     0006469L
06469M         SET MMMC0304-INSERT-CHECK TO TRUE                        0006469M
06469N       ELSE                                                       0006469N
06469O         SET MMMC0304-UPDATE-CHECK TO TRUE                        0006469O
06469P       END-IF                                                     0006469P
06469Q       SET MMMC0304-XXX-DEPT     TO TRUE                          0006469Q
06469R       SET MMMC0304-ORACLE       TO TRUE                          0006469R
06469S       CALL MMMS0304-RI-PARENT-CHK USING                          0006469S
06469T            XXXN001A                                              0006469T
06469U            MMMC0304                                              0006469U
06469V     END-IF                                                       0006469V
06469W     .                                                            0006469W
06469X                                                                  0006469X
06469Y                                                                  0006469Y
064700 5000-CALL-NNNS0573-CUD-ROUTINE.                                  00064700
064800     CALL XXXU0573-ORACLE-UPDATE USING                            00064800
064900          XXXN001A                                                00064900
