035711     COPY     CCVSSED.                                            RL1174.2
030200 01  CCVS-PGM-ID                     PIC X(9)   VALUE             RL1174.2
030300     "RL117A".                                                    RL1174.2
030371     COPY CCVSIOK.                                                RL1174.2
030400 PROCEDURE DIVISION.                                              RL1174.2
030500 CCVS1 SECTION.                                                   RL1174.2
030600 OPEN-FILES.                                                      RL1174.2
044700     MOVE     SPACE     TO  RL-FD2-STATUS.                        RL1174.2
044800     MOVE     90000002  TO  RL-FD2-KEY.                           RL1174.2
044900     MOVE     01 TO REC-CT.                                       RL1174.2
045000     OPEN     OUTPUT    RL-FD2                                    RL1174.2
045071     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1174.2
045072         RL-FD2-STATUS CCVS-IOT-NOKEY                             RL1174.2
045073         BY CONTENT "OPEN   RL-FD2          R0001T ".             RL1174.2
045100     MOVE     RL-FD2-STATUS TO WRK-XN-0002-001.                   RL1174.2
045200*CAPTURE STATUS KEY AFTER  OPEN STATEMENT IS EXECUTED.            RL1174.2
045300 REL-TEST-009-R.                                                  RL1174.2
045600     MOVE     FILE-RECORD-INFO-P1-120 (2) TO RL-FD2-WRK-120.      RL1174.2
045700     MOVE     FILE-RECORD-INFO-P1-120 (2) TO                      RL1174.2
045800               RL-FD2-GRP-120.                                    RL1174.2
045871     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1174.2
045872         RL-FD2-STATUS CCVS-IOT-KEY                               RL1174.2
045873         BY CONTENT "WRITE  RL-FD2          R0002B "              RL1174.2
045900     WRITE    RL-FD2R1-F-G-240 INVALID KEY                        RL1174.2
045971         MOVE RL-FD2-KEY TO CCVS-IOT-KEY                          RL1174.2
045972         CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                RL1174.2
045973             RL-FD2-STATUS CCVS-IOT-KEY                           RL1174.2
045974             BY CONTENT "WRITE  RL-FD2          R0002P "          RL1174.2
046000              GO TO REL-TEST-009-2.                               RL1174.2
046071     MOVE RL-FD2-KEY TO CCVS-IOT-KEY                              RL1174.2
046072     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1174.2
046073         RL-FD2-STATUS CCVS-IOT-KEY                               RL1174.2
046074         BY CONTENT "WRITE  RL-FD2          R0002T ".             RL1174.2
046100     IF        RL-FD2-STATUS NOT EQUAL TO "00"                    RL1174.2
046200              GO TO  REL-TEST-009-2.                              RL1174.2
046300     IF       XRECORD-NUMBER (2) EQUAL TO 500                     RL1174.2
050600     ADD      01 TO REC-CT.                                       RL1174.2
050700*    .04                                                          RL1174.2
050800     MOVE     SPACE  TO  RL-FD2-STATUS.                           RL1174.2
050900     CLOSE    RL-FD2                                              RL1174.2
050971     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1174.2
050972         RL-FD2-STATUS CCVS-IOT-NOKEY                             RL1174.2
050973         BY CONTENT "CLOSE  RL-FD2          R0003T ".             RL1174.2
051000     IF        RL-FD2-STATUS NOT EQUAL TO "00"                    RL1174.2
051100              MOVE "CLOSE/STATUS" TO RE-MARK                      RL1174.2
051200              MOVE   RL-FD2-STATUS TO COMPUTED-A                  RL1174.2
052000     MOVE   "REL-TEST-1" TO PAR-NAME.                             RL1174.2
052100     MOVE   "VII-3 1.3.4 2A" TO ANSI-REFERENCE.                   RL1174.2
052200     MOVE    0 TO REC-CT.                                         RL1174.2
052300     OPEN    I-O  RL-FD3                                          RL1174.2
052371     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1174.2
052372         RL-FD3-STATUS CCVS-IOT-NOKEY                             RL1174.2
052373         BY CONTENT "OPEN   RL-FD3          R0004T ".             RL1174.2
052400* DELETE THE NEXT LINE TO DELETE THE TEST                         RL1174.2
052500*    GO TO REL-INIT-1-BETA.                                       RL1174.2
052600 REL-INIT-1-ALPHA.                                                RL1174.2
053000     PERFORM REL-INIT-1-A 501 TIMES.                              RL1174.2
053100     GO TO   REL-TEST-1.                                          RL1174.2
053200 REL-INIT-1-A.                                                    RL1174.2
053271     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1174.2
053272         RL-FD3-STATUS CCVS-IOT-KEY                               RL1174.2
053273         BY CONTENT "READ   RL-FD3          R0005B "              RL1174.2
053300     READ    RL-FD3 AT END                                        RL1174.2
053371         MOVE RL-FD3-KEY TO CCVS-IOT-KEY                          RL1174.2
053372         CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                RL1174.2
053373             RL-FD3-STATUS CCVS-IOT-KEY                           RL1174.2
053374             BY CONTENT "READ   RL-FD3          R0005P "          RL1174.2
053375         GO TO REL-TEST-1.                                        RL1174.2
053376     MOVE RL-FD3-KEY TO CCVS-IOT-KEY                              RL1174.2
053377     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1174.2
053378         RL-FD3-STATUS CCVS-IOT-KEY                               RL1174.2
053379         BY CONTENT "READ   RL-FD3          R0005T ".             RL1174.2
053400 REL-DELETE-1.                                                    RL1174.2
053500     PERFORM DE-LETE.                                             RL1174.2
053600     PERFORM PRINT-DETAIL.                                        RL1174.2
055500 REL-INIT-2-ALPHA.                                                RL1174.2
055600     GO TO REL-DELETE-2.                                          RL1174.2
055700 REL-INIT-2-BETA.                                                 RL1174.2
055771     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1174.2
055772         RL-FD3-STATUS CCVS-IOT-KEY                               RL1174.2
055773         BY CONTENT "READ   RL-FD3          R0006B "              RL1174.2
055800     READ    RL-FD3   AT END                                      RL1174.2
055871         MOVE RL-FD3-KEY TO CCVS-IOT-KEY                          RL1174.2
055872         CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                RL1174.2
055873             RL-FD3-STATUS CCVS-IOT-KEY                           RL1174.2
055874             BY CONTENT "READ   RL-FD3          R0006P "          RL1174.2
055875         GO TO REL-TEST-2.                                        RL1174.2
055876     MOVE RL-FD3-KEY TO CCVS-IOT-KEY                              RL1174.2
055877     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1174.2
055878         RL-FD3-STATUS CCVS-IOT-KEY                               RL1174.2
055879         BY CONTENT "READ   RL-FD3          R0006T ".             RL1174.2
055900     GO TO   REL-TEST-2.                                          RL1174.2
056000 REL-DELETE-2.                                                    RL1174.2
056100     PERFORM DE-LETE.                                             RL1174.2
057600 REL-INIT-3.                                                      RL1174.2
057700     MOVE   "REL-TEST-3" TO PAR-NAME.                             RL1174.2
057800     MOVE   "VII-3 1.3.4 2B" TO ANSI-REFERENCE.                   RL1174.2
057900     CLOSE   RL-FD3                                               RL1174.2
057971     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1174.2
057972         RL-FD3-STATUS CCVS-IOT-NOKEY                             RL1174.2
057973         BY CONTENT "CLOSE  RL-FD3          R0007T ".             RL1174.2
058000     OPEN    INPUT RL-FD3                                         RL1174.2
058071     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1174.2
058072         RL-FD3-STATUS CCVS-IOT-NOKEY                             RL1174.2
058073         BY CONTENT "OPEN   RL-FD3          R0008T ".             RL1174.2
052400* DELETE THE NEXT LINE TO DELETE THE TEST                         RL1174.2
052500*    GO TO REL-INIT-3-BETA.                                       RL1174.2
052600 REL-INIT-3-ALPHA.                                                RL1174.2
058100     PERFORM REL-INIT-3-A 100 TIMES.                              RL1174.2
058200     GO TO   REL-TEST-3.                                          RL1174.2
058300 REL-INIT-3-A.                                                    RL1174.2
058371     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1174.2
058372         RL-FD3-STATUS CCVS-IOT-KEY                               RL1174.2
058373         BY CONTENT "READ   RL-FD3          R0009B "              RL1174.2
058400     READ    RL-FD3 RECORD AT END                                 RL1174.2
058471         MOVE RL-FD3-KEY TO CCVS-IOT-KEY                          RL1174.2
058472         CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                RL1174.2
058473             RL-FD3-STATUS CCVS-IOT-KEY                           RL1174.2
058474             BY CONTENT "READ   RL-FD3          R0009P "          RL1174.2
058475         GO TO REL-TEST-3.                                        RL1174.2
058476     MOVE RL-FD3-KEY TO CCVS-IOT-KEY                              RL1174.2
058477     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1174.2
058478         RL-FD3-STATUS CCVS-IOT-KEY                               RL1174.2
058479         BY CONTENT "READ   RL-FD3          R0009T ".             RL1174.2
058500 REL-DELETE-3.                                                    RL1174.2
058600     PERFORM DE-LETE.                                             RL1174.2
058700     PERFORM PRINT-DETAIL.                                        RL1174.2
059500     ELSE                                                         RL1174.2
059600             PERFORM PASS                                         RL1174.2
059700             PERFORM PRINT-DETAIL                                 RL1174.2
059800     CLOSE   RL-FD3                                               RL1174.2
059871     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1174.2
059872         RL-FD3-STATUS CCVS-IOT-NOKEY                             RL1174.2
059873         BY CONTENT "CLOSE  RL-FD3          R0010T ".             RL1174.2
059900 RL-TEST-3-EXIT.                                                  RL1174.2
060000     EXIT.                                                        RL1174.2
060100*                                                                 RL1174.2
