034411     COPY     CCVSSED.                                            RL1144.2
028900 01  CCVS-PGM-ID                     PIC X(9)   VALUE             RL1144.2
029000     "RL114A".                                                    RL1144.2
029071     COPY CCVSIOK.                                                RL1144.2
029100 PROCEDURE DIVISION.                                              RL1144.2
029200 DECLARATIVES.                                                    RL1144.2
029300 RL-FD2-01 SECTION.                                               RL1144.2
063600     MOVE     SPACE     TO  RL-FD2-STATUS.                        RL1144.2
063700     MOVE     90000002  TO  RL-FD2-KEY.                           RL1144.2
063800     MOVE     01 TO REC-CT.                                       RL1144.2
063900     OPEN     OUTPUT    RL-FD2                                    RL1144.2
063971     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1144.2
063972         RL-FD2-STATUS CCVS-IOT-NOKEY                             RL1144.2
063973         BY CONTENT "OPEN   RL-FD2          R0001T ".             RL1144.2
064000     MOVE     RL-FD2-STATUS TO WRK-XN-0002-001.                   RL1144.2
064100*CAPTURE STATUS KEY AFTER  OPEN STATEMENT IS EXECUTED.            RL1144.2
064200 REL-TEST-009-R.                                                  RL1144.2
064500     MOVE     FILE-RECORD-INFO-P1-120 (2) TO RL-FD2-WRK-120.      RL1144.2
064600     MOVE     FILE-RECORD-INFO-P1-120 (2) TO                      RL1144.2
064700               RL-FD2-GRP-120.                                    RL1144.2
064800     WRITE    RL-FD2R1-F-G-240                                    RL1144.2
064871     MOVE RL-FD2-KEY TO CCVS-IOT-KEY                              RL1144.2
064872     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1144.2
064873         RL-FD2-STATUS CCVS-IOT-KEY                               RL1144.2
064874         BY CONTENT "WRITE  RL-FD2          R0002T ".             RL1144.2
064900     IF        RL-FD2-STATUS NOT EQUAL TO "00"                    RL1144.2
065000              GO TO  REL-TEST-009-2.                              RL1144.2
065100     IF       XRECORD-NUMBER (2) EQUAL TO 500                     RL1144.2
069400     ADD      01 TO REC-CT.                                       RL1144.2
069500*    .04                                                          RL1144.2
069600     MOVE     SPACE  TO  RL-FD2-STATUS.                           RL1144.2
069700     CLOSE    RL-FD2                                              RL1144.2
069771     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1144.2
069772         RL-FD2-STATUS CCVS-IOT-NOKEY                             RL1144.2
069773         BY CONTENT "CLOSE  RL-FD2          R0003T ".             RL1144.2
069800     IF        RL-FD2-STATUS NOT EQUAL TO "00"                    RL1144.2
069900              MOVE "CLOSE/STATUS" TO RE-MARK                      RL1144.2
070000              MOVE   RL-FD2-STATUS TO COMPUTED-A                  RL1144.2
071600     MOVE     ZERO  TO  WRK-CS-09V00-017.                         RL1144.2
071700     MOVE     ZERO  TO  WRK-CS-09V00-018.                         RL1144.2
071800     MOVE     01 TO REC-CT.                                       RL1144.2
071900     OPEN     I-O   RL-FD2                                        RL1144.2
071971     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1144.2
071972         RL-FD2-STATUS CCVS-IOT-NOKEY                             RL1144.2
071973         BY CONTENT "OPEN   RL-FD2          R0004T ".             RL1144.2
072000     MOVE     SPACE     TO  WRK-XN-0002-002                       RL1144.2
072100     MOVE     SPACE     TO  WRK-XN-0002-003                       RL1144.2
072200     MOVE     SPACE     TO  WRK-XN-0002-004                       RL1144.2
072800     ADD      1 TO RL-FD2-KEY.                                    RL1144.2
072900     ADD      1 TO WRK-CS-09V00-014.                              RL1144.2
073000     ADD      1 TO WRK-CS-09V00-015.                              RL1144.2
073100     READ     RL-FD2                                              RL1144.2
073171     MOVE RL-FD2-KEY TO CCVS-IOT-KEY                              RL1144.2
073172     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1144.2
073173         RL-FD2-STATUS CCVS-IOT-KEY                               RL1144.2
073174         BY CONTENT "READ   RL-FD2          R0005T ".             RL1144.2
073200     IF       RL-FD2-STATUS EQUAL TO "23"                         RL1144.2
073300              GO TO  REL-TEST-010-3.                              RL1144.2
073400     MOVE     RL-FD2-WRK-120 TO FILE-RECORD-INFO-P1-120 (2).      RL1144.2
073600              ADD 01 TO UPDATE-NUMBER (2)                         RL1144.2
073700              MOVE FILE-RECORD-INFO-P1-120 (2) TO RL-FD2-WRK-120  RL1144.2
073800              REWRITE RL-FD2R1-F-G-240                            RL1144.2
073871              MOVE RL-FD2-KEY TO CCVS-IOT-KEY                     RL1144.2
073872              CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME           RL1144.2
073873                  RL-FD2-STATUS CCVS-IOT-KEY                      RL1144.2
073874                  BY CONTENT "REWRITERL-FD2          R0006T "     RL1144.2
073900           MOVE ZERO TO WRK-CS-09V00-015                          RL1144.2
074000              GO TO  REL-TEST-010-2.                              RL1144.2
074100     IF       WRK-CS-09V00-014 GREATER 500                        RL1144.2
080900*    .06                                                          RL1144.2
081000     MOVE     SPACE TO RL-FD2-STATUS.                             RL1144.2
081100     CLOSE    RL-FD2                                              RL1144.2
081171     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1144.2
081172         RL-FD2-STATUS CCVS-IOT-NOKEY                             RL1144.2
081173         BY CONTENT "CLOSE  RL-FD2          R0007T "              RL1144.2
081200     IF        RL-FD2-STATUS NOT EQUAL TO "00"                    RL1144.2
081300              MOVE "CLOSE/STATUS" TO RE-MARK                      RL1144.2
081400              MOVE  RL-FD2-STATUS TO  COMPUTED-A                  RL1144.2
