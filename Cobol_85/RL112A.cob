034411     COPY     CCVSSED.                                            RL1124.2
028900 01  CCVS-PGM-ID                     PIC X(9)   VALUE             RL1124.2
029000     "RL112A".                                                    RL1124.2
029071     COPY CCVSIOK.                                                RL1124.2
029100 PROCEDURE DIVISION.                                              RL1124.2
029200 DECLARATIVES.                                                    RL1124.2
029300 RL-FD2-01 SECTION.                                               RL1124.2
045400     MOVE     SPACE     TO  RL-FD2-STATUS.                        RL1124.2
045500     MOVE     90000002  TO  RL-FD2-KEY.                           RL1124.2
045600     MOVE     01 TO REC-CT.                                       RL1124.2
045700     OPEN     OUTPUT    RL-FD2                                    RL1124.2
045771     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1124.2
045772         RL-FD2-STATUS CCVS-IOT-NOKEY                             RL1124.2
045773         BY CONTENT "OPEN   RL-FD2          R0001T ".             RL1124.2
045800     MOVE     RL-FD2-STATUS TO WRK-XN-0002-001.                   RL1124.2
045900*CAPTURE STATUS KEY AFTER  OPEN STATEMENT IS EXECUTED.            RL1124.2
046000 REL-TEST-009-R.                                                  RL1124.2
046300     MOVE     FILE-RECORD-INFO-P1-120 (2) TO RL-FD2-WRK-120.      RL1124.2
046400     MOVE     FILE-RECORD-INFO-P1-120 (2) TO                      RL1124.2
046500               RL-FD2-GRP-120.                                    RL1124.2
046600     WRITE    RL-FD2R1-F-G-240                                    RL1124.2
046671     MOVE RL-FD2-KEY TO CCVS-IOT-KEY                              RL1124.2
046672     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1124.2
046673         RL-FD2-STATUS CCVS-IOT-KEY                               RL1124.2
046674         BY CONTENT "WRITE  RL-FD2          R0002T ".             RL1124.2
046700     IF        RL-FD2-STATUS NOT EQUAL TO "00"                    RL1124.2
046800              GO TO  REL-TEST-009-2.                              RL1124.2
046900     IF       XRECORD-NUMBER (2) EQUAL TO 500                     RL1124.2
051200     ADD      01 TO REC-CT.                                       RL1124.2
051300*    .04                                                          RL1124.2
051400     MOVE     SPACE  TO  RL-FD2-STATUS.                           RL1124.2
051500     CLOSE    RL-FD2                                              RL1124.2
051571     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1124.2
051572         RL-FD2-STATUS CCVS-IOT-NOKEY                             RL1124.2
051573         BY CONTENT "CLOSE  RL-FD2          R0003T ".             RL1124.2
051600     IF        RL-FD2-STATUS NOT EQUAL TO "00"                    RL1124.2
051700              MOVE "CLOSE/STATUS" TO RE-MARK                      RL1124.2
051800              MOVE   RL-FD2-STATUS TO COMPUTED-A                  RL1124.2
053400     MOVE     ZERO  TO  WRK-CS-09V00-017.                         RL1124.2
053500     MOVE     ZERO  TO  WRK-CS-09V00-018.                         RL1124.2
053600     MOVE     01 TO REC-CT.                                       RL1124.2
053700     OPEN     I-O  RL-FD2                                         RL1124.2
053771     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1124.2
053772         RL-FD2-STATUS CCVS-IOT-NOKEY                             RL1124.2
053773         BY CONTENT "OPEN   RL-FD2          R0004T ".             RL1124.2
053800     MOVE     SPACE     TO  WRK-XN-0002-002                       RL1124.2
053900     MOVE     SPACE     TO  WRK-XN-0002-003                       RL1124.2
054000     MOVE     SPACE     TO  WRK-XN-0002-004                       RL1124.2
054600     ADD      1 TO WRK-CS-09V00-014.                              RL1124.2
054700     ADD      1 TO WRK-CS-09V00-015.                              RL1124.2
054800     ADD      1 TO RL-FD2-KEY.                                    RL1124.2
054900     READ     RL-FD2 RECORD                                       RL1124.2
054971     MOVE RL-FD2-KEY TO CCVS-IOT-KEY                              RL1124.2
054972     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1124.2
054973         RL-FD2-STATUS CCVS-IOT-KEY                               RL1124.2
054974         BY CONTENT "READ   RL-FD2          R0005T ".             RL1124.2
055000     IF       RL-FD2-STATUS EQUAL TO "23"                         RL1124.2
055100              GO TO  REL-TEST-010-3.                              RL1124.2
055200     MOVE     RL-FD2-WRK-120 TO FILE-RECORD-INFO-P1-120 (2).      RL1124.2
055400              ADD 01 TO UPDATE-NUMBER (2)                         RL1124.2
055500              MOVE FILE-RECORD-INFO-P1-120 (2) TO RL-FD2-WRK-120  RL1124.2
055600              REWRITE RL-FD2R1-F-G-240                            RL1124.2
055671              MOVE RL-FD2-KEY TO CCVS-IOT-KEY                     RL1124.2
055672              CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME           RL1124.2
055673                  RL-FD2-STATUS CCVS-IOT-KEY                      RL1124.2
055674                  BY CONTENT "REWRITERL-FD2          R0006T "     RL1124.2
055700              MOVE ZERO TO WRK-CS-09V00-015                       RL1124.2
055800              GO TO  REL-TEST-010-2.                              RL1124.2
055900     IF       WRK-CS-09V00-014 GREATER 500                        RL1124.2
062700*    .06                                                          RL1124.2
062800     MOVE     SPACE TO RL-FD2-STATUS.                             RL1124.2
062900     CLOSE    RL-FD2                                              RL1124.2
062971     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1124.2
062972         RL-FD2-STATUS CCVS-IOT-NOKEY                             RL1124.2
062973         BY CONTENT "CLOSE  RL-FD2          R0007T "              RL1124.2
063000     IF        RL-FD2-STATUS NOT EQUAL TO "00"                    RL1124.2
063100              MOVE "CLOSE/STATUS" TO RE-MARK                      RL1124.2
063200              MOVE  RL-FD2-STATUS TO  COMPUTED-A                  RL1124.2
