036711     COPY     CCVSSED.                                            RL1164.2
031200 01  CCVS-PGM-ID                     PIC X(9)   VALUE             RL1164.2
031300     "RL116A".                                                    RL1164.2
031371     COPY CCVSIOK.                                                RL1164.2
031400 PROCEDURE DIVISION.                                              RL1164.2
031500 DECLARATIVES.                                                    RL1164.2
031600 RL-FD2-01 SECTION.                                               RL1164.2
055000     MOVE     SPACE     TO  RL-FD2-STATUS.                        RL1164.2
055100     MOVE     90000002  TO  RL-FD2-KEY.                           RL1164.2
055200     MOVE     01 TO REC-CT.                                       RL1164.2
055300     OPEN     OUTPUT    RL-FD2                                    RL1164.2
055371     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1164.2
055372         RL-FD2-STATUS CCVS-IOT-NOKEY                             RL1164.2
055373         BY CONTENT "OPEN   RL-FD2          R0001T ".             RL1164.2
055400     MOVE     RL-FD2-STATUS TO WRK-XN-0002-001.                   RL1164.2
055500*CAPTURE STATUS KEY AFTER  OPEN STATEMENT IS EXECUTED.            RL1164.2
055600 REL-INIT-1.                                                      RL1164.2
056000     MOVE   "99"  TO RL-FD2-STATUS.                               RL1164.2
056100     MOVE    FILE-RECORD-INFO-P1-120 (2) TO RL-FD2-WRK-120.       RL1164.2
056200     MOVE    FILE-RECORD-INFO-P1-120 (2) TO RL-FD2-GRP-120.       RL1164.2
056271     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1164.2
056272         RL-FD2-STATUS CCVS-IOT-KEY                               RL1164.2
056273         BY CONTENT "WRITE  RL-FD2          R0002B "              RL1164.2
056300     WRITE   RL-FD2R1-F-G-240                                     RL1164.2
056400            INVALID KEY                                           RL1164.2
056471                MOVE RL-FD2-KEY TO CCVS-IOT-KEY                   RL1164.2
056472                CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME         RL1164.2
056473                    RL-FD2-STATUS CCVS-IOT-KEY                    RL1164.2
056474                    BY CONTENT "WRITE  RL-FD2          R0002P "   RL1164.2
056475                CONTINUE.                                         RL1164.2
056476     MOVE RL-FD2-KEY TO CCVS-IOT-KEY                              RL1164.2
056477     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1164.2
056478         RL-FD2-STATUS CCVS-IOT-KEY                               RL1164.2
056479         BY CONTENT "WRITE  RL-FD2          R0002T ".             RL1164.2
056500 REL-TEST-1.                                                      RL1164.2
056600     IF      RL-FD2-STATUS NOT EQUAL TO "00"                      RL1164.2
056700             MOVE "INVALID WRITE" TO RE-MARK                      RL1164.2
058200             PERFORM FAIL                                         RL1164.2
058300             PERFORM PRINT-DETAIL                                 RL1164.2
058400             GO TO   REL-TEST-2-EXIT.                             RL1164.2
058500     CLOSE   RL-FD2                                               RL1164.2
058571     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1164.2
058572         RL-FD2-STATUS CCVS-IOT-NOKEY                             RL1164.2
058573         BY CONTENT "CLOSE  RL-FD2          R0003T ".             RL1164.2
058600     OPEN    INPUT RL-FD3                                         RL1164.2
058671     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1164.2
058672         RL-FD3-STATUS CCVS-IOT-NOKEY                             RL1164.2
058673         BY CONTENT "OPEN   RL-FD3          R0004T ".             RL1164.2
058700     MOVE 1 TO RL-FD3-KEY.                                        RL1164.2
058800 REL-TEST-2-0.                                                    RL1164.2
058871     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1164.2
058872         RL-FD3-STATUS CCVS-IOT-KEY                               RL1164.2
058873         BY CONTENT "READ   RL-FD3          R0005B "              RL1164.2
058900     READ    RL-FD3                                               RL1164.2
059000             AT END                                               RL1164.2
059071                 MOVE RL-FD3-KEY TO CCVS-IOT-KEY                  RL1164.2
059072                 CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME        RL1164.2
059073                     RL-FD3-STATUS CCVS-IOT-KEY                   RL1164.2
059074                     BY CONTENT "READ   RL-FD3          R0005P "  RL1164.2
059075                 GO TO REL-TEST-2-1.                              RL1164.2
059076     MOVE RL-FD3-KEY TO CCVS-IOT-KEY                              RL1164.2
059077     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1164.2
059078         RL-FD3-STATUS CCVS-IOT-KEY                               RL1164.2
059079         BY CONTENT "READ   RL-FD3          R0005T ".             RL1164.2
059100     GO TO   REL-TEST-2-0.                                        RL1164.2
059200 REL-TEST-2-1.                                                    RL1164.2
059300     IF      RL-FD3-STATUS NOT = "10"                             RL1164.2
059900             PERFORM PASS                                         RL1164.2
060000             PERFORM PRINT-DETAIL.                                RL1164.2
060100     CLOSE   RL-FD3                                               RL1164.2
060171     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1164.2
060172         RL-FD3-STATUS CCVS-IOT-NOKEY                             RL1164.2
060173         BY CONTENT "CLOSE  RL-FD3          R0006T "              RL1164.2
060200     IF      RL-FD3-STATUS NOT EQUAL TO "00"                      RL1164.2
060300             MOVE "CLOSE/STATUS" TO RE-MARK                       RL1164.2
060400             MOVE  RL-FD3-STATUS TO  COMPUTED-A                   RL1164.2
