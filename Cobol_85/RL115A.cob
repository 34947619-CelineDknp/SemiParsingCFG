034411     COPY     CCVSSED.                                            RL1154.2
028900 01  CCVS-PGM-ID                     PIC X(9)   VALUE             RL1154.2
029000     "RL115A".                                                    RL1154.2
029071     COPY CCVSIOK.                                                RL1154.2
029100 PROCEDURE DIVISION.                                              RL1154.2
029200 DECLARATIVES.                                                    RL1154.2
029300 RL-FD2-01 SECTION.                                               RL1154.2
053000     MOVE     SPACE     TO  RL-FD2-STATUS.                        RL1154.2
053100     MOVE     90000002  TO  RL-FD2-KEY.                           RL1154.2
053200     MOVE     01 TO REC-CT.                                       RL1154.2
053300     OPEN     OUTPUT    RL-FD2                                    RL1154.2
053371     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1154.2
053372         RL-FD2-STATUS CCVS-IOT-NOKEY                             RL1154.2
053373         BY CONTENT "OPEN   RL-FD2          R0001T ".             RL1154.2
053400     MOVE     RL-FD2-STATUS TO WRK-XN-0002-001.                   RL1154.2
053500*CAPTURE STATUS KEY AFTER  OPEN STATEMENT IS EXECUTED.            RL1154.2
053600 REL-TEST-009-R.                                                  RL1154.2
053900     MOVE     FILE-RECORD-INFO-P1-120 (2) TO RL-FD2-WRK-120.      RL1154.2
054000     MOVE     FILE-RECORD-INFO-P1-120 (2) TO                      RL1154.2
054100               RL-FD2-GRP-120.                                    RL1154.2
054171     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1154.2
054172         RL-FD2-STATUS CCVS-IOT-KEY                               RL1154.2
054173         BY CONTENT "WRITE  RL-FD2          R0002B "              RL1154.2
054200     WRITE    RL-FD2R1-F-G-240 INVALID KEY                        RL1154.2
054271         MOVE RL-FD2-KEY TO CCVS-IOT-KEY                          RL1154.2
054272         CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                RL1154.2
054273             RL-FD2-STATUS CCVS-IOT-KEY                           RL1154.2
054274             BY CONTENT "WRITE  RL-FD2          R0002P "          RL1154.2
054300              GO TO REL-TEST-009-2.                               RL1154.2
054371     MOVE RL-FD2-KEY TO CCVS-IOT-KEY                              RL1154.2
054372     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1154.2
054373         RL-FD2-STATUS CCVS-IOT-KEY                               RL1154.2
054374         BY CONTENT "WRITE  RL-FD2          R0002T ".             RL1154.2
054400     IF        RL-FD2-STATUS NOT EQUAL TO "00"                    RL1154.2
054500              GO TO  REL-TEST-009-2.                              RL1154.2
054600     IF       XRECORD-NUMBER (2) EQUAL TO 500                     RL1154.2
058900     ADD      01 TO REC-CT.                                       RL1154.2
059000*    .04                                                          RL1154.2
059100     MOVE     SPACE  TO  RL-FD2-STATUS.                           RL1154.2
059200     CLOSE    RL-FD2                                              RL1154.2
059271     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1154.2
059272         RL-FD2-STATUS CCVS-IOT-NOKEY                             RL1154.2
059273         BY CONTENT "CLOSE  RL-FD2          R0003T ".             RL1154.2
059300     IF        RL-FD2-STATUS NOT EQUAL TO "00"                    RL1154.2
059400              MOVE "CLOSE/STATUS" TO RE-MARK                      RL1154.2
059500              MOVE   RL-FD2-STATUS TO COMPUTED-A                  RL1154.2
061100     MOVE     ZERO  TO  WRK-CS-09V00-017.                         RL1154.2
061200     MOVE     ZERO  TO  WRK-CS-09V00-018.                         RL1154.2
061300     MOVE     01 TO REC-CT.                                       RL1154.2
061400     OPEN     I-O  RL-FD2                                         RL1154.2
061471     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1154.2
061472         RL-FD2-STATUS CCVS-IOT-NOKEY                             RL1154.2
061473         BY CONTENT "OPEN   RL-FD2          R0004T ".             RL1154.2
061500     MOVE     SPACE     TO  WRK-XN-0002-002                       RL1154.2
061600     MOVE     SPACE     TO  WRK-XN-0002-003                       RL1154.2
061700     MOVE     SPACE     TO  WRK-XN-0002-004                       RL1154.2
062300     ADD      1 TO RL-FD2-KEY.                                    RL1154.2
062400     ADD      1 TO WRK-CS-09V00-014.                              RL1154.2
062500     ADD      1 TO WRK-CS-09V00-015.                              RL1154.2
062600     READ     RL-FD2                                              RL1154.2
062671     MOVE RL-FD2-KEY TO CCVS-IOT-KEY                              RL1154.2
062672     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1154.2
062673         RL-FD2-STATUS CCVS-IOT-KEY                               RL1154.2
062674         BY CONTENT "READ   RL-FD2          R0005T ".             RL1154.2
062700     IF       RL-FD2-STATUS EQUAL TO "10"                         RL1154.2
062800              GO TO  REL-TEST-010-3.                              RL1154.2
062900     MOVE     RL-FD2-WRK-120 TO FILE-RECORD-INFO-P1-120 (2).      RL1154.2
063100              ADD 01 TO UPDATE-NUMBER (2)                         RL1154.2
063200              MOVE FILE-RECORD-INFO-P1-120 (2) TO RL-FD2-WRK-120  RL1154.2
063300              REWRITE RL-FD2R1-F-G-240                            RL1154.2
063371              MOVE RL-FD2-KEY TO CCVS-IOT-KEY                     RL1154.2
063372              CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME           RL1154.2
063373                  RL-FD2-STATUS CCVS-IOT-KEY                      RL1154.2
063374                  BY CONTENT "REWRITERL-FD2          R0006T "     RL1154.2
063400           MOVE ZERO TO WRK-CS-09V00-015                          RL1154.2
063500              GO TO  REL-TEST-010-2.                              RL1154.2
063600     IF       WRK-CS-09V00-014 GREATER 500                        RL1154.2
070400*    .06                                                          RL1154.2
070500     MOVE     SPACE TO RL-FD2-STATUS.                             RL1154.2
070600     CLOSE    RL-FD2                                              RL1154.2
070671     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1154.2
070672         RL-FD2-STATUS CCVS-IOT-NOKEY                             RL1154.2
070673         BY CONTENT "CLOSE  RL-FD2          R0007T "              RL1154.2
070700     IF        RL-FD2-STATUS NOT EQUAL TO "00"                    RL1154.2
070800              MOVE "CLOSE/STATUS" TO RE-MARK                      RL1154.2
070900              MOVE  RL-FD2-STATUS TO  COMPUTED-A                  RL1154.2
