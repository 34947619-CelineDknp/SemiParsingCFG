034711     COPY     CCVSSED.                                            RL1184.2
029900 01  CCVS-PGM-ID                     PIC X(9)   VALUE             RL1184.2
030000     "RL118A".                                                    RL1184.2
030071     COPY CCVSIOK.                                                RL1184.2
030100 PROCEDURE DIVISION.                                              RL1184.2
030200 CCVS1 SECTION.                                                   RL1184.2
030300 OPEN-FILES.                                                      RL1184.2
044500     MOVE   "REL-TEST-1" TO PAR-NAME.                             RL1184.2
044600     MOVE   "VII-3 1.3.4 3C" TO ANSI-REFERENCE.                   RL1184.2
044700     MOVE    0 TO XRECORD-NUMBER (2).                             RL1184.2
044800     OPEN    OUTPUT RL-FD2                                        RL1184.2
044871     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1184.2
044872         RL-FD2-STATUS CCVS-IOT-NOKEY                             RL1184.2
044873         BY CONTENT "OPEN   RL-FD2          R0001T ".             RL1184.2
044900     MOVE    SPACE TO RL-FD2-STATUS.                              RL1184.2
045000     PERFORM REL-INIT-1-A 100 TIMES.                              RL1184.2
045100     GO TO   REL-DELETE-1.                                        RL1184.2
045400     MOVE    XRECORD-NUMBER (2) TO RL-FD2-KEY.                    RL1184.2
045500     MOVE    FILE-RECORD-INFO-P1-120 (2) TO RL-FD2-WRK-120.       RL1184.2
045600     MOVE    FILE-RECORD-INFO-P1-120 (2) TO RL-FD2-GRP-120.       RL1184.2
045671     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1184.2
045672         RL-FD2-STATUS CCVS-IOT-KEY                               RL1184.2
045673         BY CONTENT "WRITE  RL-FD2          R0002B "              RL1184.2
045700     WRITE   RL-FD2R1-F-G-240                                     RL1184.2
045800         INVALID                                                  RL1184.2
045871             MOVE RL-FD2-KEY TO CCVS-IOT-KEY                      RL1184.2
045872             CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME            RL1184.2
045873                 RL-FD2-STATUS CCVS-IOT-KEY                       RL1184.2
045874                 BY CONTENT "WRITE  RL-FD2          R0002P "      RL1184.2
045875             GO TO REL-DELETE-1.                                  RL1184.2
045876     MOVE RL-FD2-KEY TO CCVS-IOT-KEY                              RL1184.2
045877     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1184.2
045878         RL-FD2-STATUS CCVS-IOT-KEY                               RL1184.2
045879         BY CONTENT "WRITE  RL-FD2          R0002T ".             RL1184.2
045900 REL-DELETE-1.                                                    RL1184.2
046000     PERFORM DE-LETE.                                             RL1184.2
046100     PERFORM PRINT-DETAIL.                                        RL1184.2
047900     MOVE    27 TO RL-FD2-KEY.                                    RL1184.2
048000     MOVE    FILE-RECORD-INFO-P1-120 (2) TO RL-FD2-WRK-120.       RL1184.2
048100     MOVE    FILE-RECORD-INFO-P1-120 (2) TO RL-FD2-GRP-120.       RL1184.2
048171     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1184.2
048172         RL-FD2-STATUS CCVS-IOT-KEY                               RL1184.2
048173         BY CONTENT "WRITE  RL-FD2          R0003B "              RL1184.2
048200     WRITE   RL-FD2R1-F-G-240                                     RL1184.2
048300         INVALID                                                  RL1184.2
048371             MOVE RL-FD2-KEY TO CCVS-IOT-KEY                      RL1184.2
048372             CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME            RL1184.2
048373                 RL-FD2-STATUS CCVS-IOT-KEY                       RL1184.2
048374                 BY CONTENT "WRITE  RL-FD2          R0003P "      RL1184.2
048375             GO TO REL-TEST-2.                                    RL1184.2
048376     MOVE RL-FD2-KEY TO CCVS-IOT-KEY                              RL1184.2
048377     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1184.2
048378         RL-FD2-STATUS CCVS-IOT-KEY                               RL1184.2
048379         BY CONTENT "WRITE  RL-FD2          R0003T ".             RL1184.2
048400     GO TO   REL-TEST-2.                                          RL1184.2
048500 REL-DELETE-2.                                                    RL1184.2
048600     PERFORM DE-LETE.                                             RL1184.2
050200 REL-INIT-3.                                                      RL1184.2
050300     MOVE   "REL-TEST-3" TO PAR-NAME.                             RL1184.2
050400     MOVE   "VII-3 1.3.4 3B" TO ANSI-REFERENCE.                   RL1184.2
050500     CLOSE   RL-FD2                                               RL1184.2
050571     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1184.2
050572         RL-FD2-STATUS CCVS-IOT-NOKEY                             RL1184.2
050573         BY CONTENT "CLOSE  RL-FD2          R0004T ".             RL1184.2
050600     OPEN    I-O RL-FD3                                           RL1184.2
050671     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1184.2
050672         RL-FD3-STATUS CCVS-IOT-NOKEY                             RL1184.2
050673         BY CONTENT "OPEN   RL-FD3          R0005T ".             RL1184.2
050700     MOVE    999 TO RL-FD3-KEY.                                   RL1184.2
050771     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1184.2
050772         RL-FD3-STATUS CCVS-IOT-KEY                               RL1184.2
050773         BY CONTENT "READ   RL-FD3          R0006B "              RL1184.2
050800     READ RL-FD3 INVALID                                          RL1184.2
050871         MOVE RL-FD3-KEY TO CCVS-IOT-KEY                          RL1184.2
050872         CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                RL1184.2
050873             RL-FD3-STATUS CCVS-IOT-KEY                           RL1184.2
050874             BY CONTENT "READ   RL-FD3          R0006P "          RL1184.2
050875         GO TO REL-TEST-3.                                        RL1184.2
050876     MOVE RL-FD3-KEY TO CCVS-IOT-KEY                              RL1184.2
050877     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1184.2
050878         RL-FD3-STATUS CCVS-IOT-KEY                               RL1184.2
050879         BY CONTENT "READ   RL-FD3          R0006T ".             RL1184.2
050900     GO TO   REL-TEST-3.                                          RL1184.2
051000 REL-DELETE-3.                                                    RL1184.2
051100     PERFORM DE-LETE.                                             RL1184.2
054700             PERFORM PASS                                         RL1184.2
054800             PERFORM PRINT-DETAIL.                                RL1184.2
054900 REL-TEST-4-EXIT.                                                 RL1184.2
055000     CLOSE RL-FD3                                                 RL1184.2
055071     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1184.2
055072         RL-FD3-STATUS CCVS-IOT-NOKEY                             RL1184.2
055073         BY CONTENT "CLOSE  RL-FD3          R0007T ".             RL1184.2
055100*                                                                 RL1184.2
055200 CCVS-EXIT SECTION.                                               RL1184.2
055300 CCVS-999999.                                                     RL1184.2
