034411     COPY     CCVSSED.                                            RL1134.2
028900 01  CCVS-PGM-ID                     PIC X(9)   VALUE             RL1134.2
029000     "RL113A".                                                    RL1134.2
029071     COPY CCVSIOK.                                                RL1134.2
029100 PROCEDURE DIVISION.                                              RL1134.2
029200 DECLARATIVES.                                                    RL1134.2
029300 RL-FD2-01 SECTION.                                               RL1134.2
062300     MOVE     SPACE     TO  RL-FD2-STATUS.                        RL1134.2
062400     MOVE     90000002  TO  RL-FD2-KEY.                           RL1134.2
062500     MOVE     01 TO REC-CT.                                       RL1134.2
062600     OPEN     OUTPUT    RL-FD2                                    RL1134.2
062671     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1134.2
062672         RL-FD2-STATUS CCVS-IOT-NOKEY                             RL1134.2
062673         BY CONTENT "OPEN   RL-FD2          R0001T ".             RL1134.2
062700     MOVE     RL-FD2-STATUS TO WRK-XN-0002-001.                   RL1134.2
062800*CAPTURE STATUS KEY AFTER  OPEN STATEMENT IS EXECUTED.            RL1134.2
062900 REL-TEST-009-R.                                                  RL1134.2
063200     MOVE     FILE-RECORD-INFO-P1-120 (2) TO RL-FD2-WRK-120.      RL1134.2
063300     MOVE     FILE-RECORD-INFO-P1-120 (2) TO                      RL1134.2
063400               RL-FD2-GRP-120.                                    RL1134.2
063500     WRITE    RL-FD2R1-F-G-240                                    RL1134.2
063571     MOVE RL-FD2-KEY TO CCVS-IOT-KEY                              RL1134.2
063572     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1134.2
063573         RL-FD2-STATUS CCVS-IOT-KEY                               RL1134.2
063574         BY CONTENT "WRITE  RL-FD2          R0002T ".             RL1134.2
063600     IF        RL-FD2-STATUS NOT EQUAL TO "00"                    RL1134.2
063700              GO TO  REL-TEST-009-2.                              RL1134.2
063800     IF       XRECORD-NUMBER (2) EQUAL TO 500                     RL1134.2
068100     ADD      01 TO REC-CT.                                       RL1134.2
068200*    .04                                                          RL1134.2
068300     MOVE     SPACE  TO  RL-FD2-STATUS.                           RL1134.2
068400     CLOSE    RL-FD2                                              RL1134.2
068471     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1134.2
068472         RL-FD2-STATUS CCVS-IOT-NOKEY                             RL1134.2
068473         BY CONTENT "CLOSE  RL-FD2          R0003T ".             RL1134.2
068500     IF        RL-FD2-STATUS NOT EQUAL TO "00"                    RL1134.2
068600              MOVE "CLOSE/STATUS" TO RE-MARK                      RL1134.2
068700              MOVE   RL-FD2-STATUS TO COMPUTED-A                  RL1134.2
070300     MOVE     ZERO  TO  WRK-CS-09V00-017.                         RL1134.2
070400     MOVE     ZERO  TO  WRK-CS-09V00-018.                         RL1134.2
070500     MOVE     01 TO REC-CT.                                       RL1134.2
070600     OPEN     I-O   RL-FD2                                        RL1134.2
070671     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1134.2
070672         RL-FD2-STATUS CCVS-IOT-NOKEY                             RL1134.2
070673         BY CONTENT "OPEN   RL-FD2          R0004T ".             RL1134.2
070700     MOVE     SPACE     TO  WRK-XN-0002-002                       RL1134.2
070800     MOVE     SPACE     TO  WRK-XN-0002-003                       RL1134.2
070900     MOVE     SPACE     TO  WRK-XN-0002-004                       RL1134.2
071500     ADD      1 TO RL-FD2-KEY.                                    RL1134.2
071600     ADD      1 TO WRK-CS-09V00-014.                              RL1134.2
071700     ADD      1 TO WRK-CS-09V00-015.                              RL1134.2
071800     READ     RL-FD2 RECORD                                       RL1134.2
071871     MOVE RL-FD2-KEY TO CCVS-IOT-KEY                              RL1134.2
071872     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1134.2
071873         RL-FD2-STATUS CCVS-IOT-KEY                               RL1134.2
071874         BY CONTENT "READ   RL-FD2          R0005T ".             RL1134.2
071900     IF       RL-FD2-STATUS EQUAL TO "23"                         RL1134.2
072000              GO TO  REL-TEST-010-3.                              RL1134.2
072100     MOVE     RL-FD2-WRK-120 TO FILE-RECORD-INFO-P1-120 (2).      RL1134.2
072300              ADD 01 TO UPDATE-NUMBER (2)                         RL1134.2
072400              MOVE FILE-RECORD-INFO-P1-120 (2) TO RL-FD2-WRK-120  RL1134.2
072500              REWRITE RL-FD2R1-F-G-240                            RL1134.2
072571              MOVE RL-FD2-KEY TO CCVS-IOT-KEY                     RL1134.2
072572              CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME           RL1134.2
072573                  RL-FD2-STATUS CCVS-IOT-KEY                      RL1134.2
072574                  BY CONTENT "REWRITERL-FD2          R0006T "     RL1134.2
072600           MOVE ZERO TO WRK-CS-09V00-015                          RL1134.2
072700              GO TO  REL-TEST-010-2.                              RL1134.2
072800     IF       WRK-CS-09V00-014 GREATER 500                        RL1134.2
079700*    .06                                                          RL1134.2
079800     MOVE     SPACE TO RL-FD2-STATUS.                             RL1134.2
079900     CLOSE    RL-FD2                                              RL1134.2
079971     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1134.2
079972         RL-FD2-STATUS CCVS-IOT-NOKEY                             RL1134.2
079973         BY CONTENT "CLOSE  RL-FD2          R0007T "              RL1134.2
080000     IF        RL-FD2-STATUS NOT EQUAL TO "00"                    RL1134.2
080100              MOVE "CLOSE/STATUS" TO RE-MARK                      RL1134.2
080200              MOVE  RL-FD2-STATUS TO  COMPUTED-A                  RL1134.2
