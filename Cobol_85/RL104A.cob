034411     COPY     CCVSSED.                                            RL1044.2
028900 01  CCVS-PGM-ID                     PIC X(9)   VALUE             RL1044.2
029000     "RL104A".                                                    RL1044.2
029071     COPY CCVSIOK.                                                RL1044.2
029100 PROCEDURE DIVISION.                                              RL1044.2
029200 DECLARATIVES.                                                    RL1044.2
029300 RL-FS2-01 SECTION.                                               RL1044.2
045400     MOVE     SPACE     TO  RL-FS2-STATUS.                        RL1044.2
045500     MOVE     90000002  TO  RL-FS2-KEY.                           RL1044.2
045600     MOVE     01 TO REC-CT.                                       RL1044.2
045700     OPEN     OUTPUT    RL-FS2                                    RL1044.2
045771     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1044.2
045772         RL-FS2-STATUS CCVS-IOT-NOKEY                             RL1044.2
045773         BY CONTENT "OPEN   RL-FS2          R0001T ".             RL1044.2
045800     MOVE     RL-FS2-STATUS TO WRK-XN-0002-001.                   RL1044.2
045900*CAPTURE STATUS KEY AFTER  OPEN STATEMENT IS EXECUTED.            RL1044.2
046000 REL-TEST-009-R.                                                  RL1044.2
046200     MOVE     FILE-RECORD-INFO-P1-120 (2) TO RL-FS2-WRK-120.      RL1044.2
046300     MOVE     FILE-RECORD-INFO-P1-120 (2) TO                      RL1044.2
046400               RL-FS2-GRP-120.                                    RL1044.2
046500     WRITE    RL-FS2R1-F-G-240                                    RL1044.2
046571     MOVE RL-FS2-KEY TO CCVS-IOT-KEY                              RL1044.2
046572     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1044.2
046573         RL-FS2-STATUS CCVS-IOT-KEY                               RL1044.2
046574         BY CONTENT "WRITE  RL-FS2          R0002T ".             RL1044.2
046600     IF        RL-FS2-STATUS NOT EQUAL TO "00"                    RL1044.2
046700              GO TO  REL-TEST-009-2.                              RL1044.2
046800     IF       XRECORD-NUMBER (2) EQUAL TO 500                     RL1044.2
051100     ADD      01 TO REC-CT.                                       RL1044.2
051200*    .04                                                          RL1044.2
051300     MOVE     SPACE  TO  RL-FS2-STATUS.                           RL1044.2
051400     CLOSE    RL-FS2                                              RL1044.2
051471     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1044.2
051472         RL-FS2-STATUS CCVS-IOT-NOKEY                             RL1044.2
051473         BY CONTENT "CLOSE  RL-FS2          R0003T ".             RL1044.2
051500     IF        RL-FS2-STATUS NOT EQUAL TO "00"                    RL1044.2
051600              MOVE "CLOSE/STATUS" TO RE-MARK                      RL1044.2
051700              MOVE   RL-FS2-STATUS TO COMPUTED-A                  RL1044.2
053200     MOVE     ZERO  TO  WRK-CS-09V00-017.                         RL1044.2
053300     MOVE     ZERO  TO  WRK-CS-09V00-018.                         RL1044.2
053400     MOVE     01 TO REC-CT.                                       RL1044.2
053500     OPEN     I-O  RL-FS2                                         RL1044.2
053571     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1044.2
053572         RL-FS2-STATUS CCVS-IOT-NOKEY                             RL1044.2
053573         BY CONTENT "OPEN   RL-FS2          R0004T ".             RL1044.2
053600     MOVE     SPACE     TO  WRK-XN-0002-002                       RL1044.2
053700     MOVE     SPACE     TO  WRK-XN-0002-003                       RL1044.2
053800     MOVE     SPACE     TO  WRK-XN-0002-004                       RL1044.2
054300 REL-TEST-010-R.                                                  RL1044.2
054400     ADD      1 TO WRK-CS-09V00-014.                              RL1044.2
054500     ADD      1 TO WRK-CS-09V00-015.                              RL1044.2
054600     READ     RL-FS2                                              RL1044.2
054671     MOVE RL-FS2-KEY TO CCVS-IOT-KEY                              RL1044.2
054672     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1044.2
054673         RL-FS2-STATUS CCVS-IOT-KEY                               RL1044.2
054674         BY CONTENT "READ   RL-FS2          R0005T ".             RL1044.2
054700     IF        RL-FS2-STATUS EQUAL TO "10"                        RL1044.2
054800              GO TO  REL-TEST-010-3.                              RL1044.2
054900     MOVE     RL-FS2-WRK-120 TO FILE-RECORD-INFO-P1-120 (2).      RL1044.2
055100              ADD 01 TO UPDATE-NUMBER (2)                         RL1044.2
055200              MOVE FILE-RECORD-INFO-P1-120 (2) TO RL-FS2-WRK-120  RL1044.2
055300              REWRITE RL-FS2R1-F-G-240                            RL1044.2
055371              MOVE RL-FS2-KEY TO CCVS-IOT-KEY                     RL1044.2
055372              CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME           RL1044.2
055373                  RL-FS2-STATUS CCVS-IOT-KEY                      RL1044.2
055374                  BY CONTENT "REWRITERL-FS2          R0006T "     RL1044.2
055400           MOVE ZERO TO WRK-CS-09V00-015                          RL1044.2
055500              GO TO  REL-TEST-010-2.                              RL1044.2
055600     IF       WRK-CS-09V00-014 GREATER 500                        RL1044.2
062400*    .06                                                          RL1044.2
062500     MOVE     SPACE TO RL-FS2-STATUS.                             RL1044.2
062600     CLOSE    RL-FS2                                              RL1044.2
062671     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1044.2
062672         RL-FS2-STATUS CCVS-IOT-NOKEY                             RL1044.2
062673         BY CONTENT "CLOSE  RL-FS2          R0007T "              RL1044.2
062700     IF        RL-FS2-STATUS NOT EQUAL TO "00"                    RL1044.2
062800              MOVE "CLOSE/STATUS" TO RE-MARK                      RL1044.2
062900              MOVE  RL-FS2-STATUS TO  COMPUTED-A                  RL1044.2
091869         MOVE     SPACE     TO  RL-FS2-STATUS.                    RL1044.2
091879         MOVE     FILE-RECORD-INFO-P1-120 (2) TO                  RL1044.2
091889                   RL-FS2-WRK-120.                                RL1044.2
091899         WRITE    RL-FS2R1-F-G-240                                RL1044.2
091871         MOVE RL-FS2-KEY TO CCVS-IOT-KEY                          RL1044.2
091872         CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                RL1044.2
091873             RL-FS2-STATUS CCVS-IOT-KEY                           RL1044.2
091874             BY CONTENT "WRITE  RL-FS2          R0008T ".         RL1044.2
092809 REL-TEST-011-2.                                                  RL1044.2
092819         IF       WRK-CS-09V00-018 NOT EQUAL TO 1                 RL1044.2
092829                  MOVE "DECLARATIVE NOT EXECUTED" TO              RL1044.2
