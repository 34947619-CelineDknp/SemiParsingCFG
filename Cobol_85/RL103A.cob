004800     DYNAMIC WS-X021-FNAME                                        RL1034.2
004900              ORGANIZATION IS RELATIVE                            RL1034.2
005000             ACCESS  MODE IS SEQUENTIAL                           RL1034.2
005100              RELATIVE KEY IS RL-FS1-KEY                          RL1034.2
005171              FILE STATUS IS RL-FS1-STATUS.                       RL1034.2
005200 DATA DIVISION.                                                   RL1034.2
005300 FILE SECTION.                                                    RL1034.2
005400 FD  PRINT-FILE.                                                  RL1034.2
031511     COPY     CCVSSED.                                            RL1034.2
026700 01  CCVS-PGM-ID                     PIC X(9)   VALUE             RL1034.2
026800     "RL103A".                                                    RL1034.2
026871 01  RL-FS1-STATUS PIC XX VALUE SPACE.                            RL1034.2
026872     COPY CCVSIOK.                                                RL1034.2
026900 PROCEDURE DIVISION.                                              RL1034.2
027000 CCVS1 SECTION.                                                   RL1034.2
027100 OPEN-FILES.                                                      RL1034.2
039500*    THIS FILE "RL-FS1" IS ACCESSED SEQUENTIALLY AND HAS          RL1034.2
039600*    ASSOCIATED WITH IT A RELATIVE KEY WHICH AT ALL TIMES SHOULD  RL1034.2
039700*    CONTAIN THE NUMBER OF THE RECORD PREVIOUSLY READ.            RL1034.2
039800     OPEN INPUT RL-FS1                                            RL1034.2
039871     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1034.2
039872         RL-FS1-STATUS CCVS-IOT-NOKEY                             RL1034.2
039873         BY CONTENT "OPEN   RL-FS1          R0001TF".             RL1034.2
039900     MOVE     "REL-TEST-006" TO   PAR-NAME.                       RL1034.2
040000     MOVE     ZERO TO             WRK-CS-09V00-006.               RL1034.2
040100     MOVE     ZERO TO             WRK-CS-09V00-007.               RL1034.2
040900     MOVE    "READ SEQUENTIAL"  TO FEATURE.                       RL1034.2
041000 REL-TEST-006-R.                                                  RL1034.2
041100     ADD      1 TO WRK-CS-09V00-006.                              RL1034.2
041171     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1034.2
041172         RL-FS1-STATUS CCVS-IOT-KEY                               RL1034.2
041173         BY CONTENT "READ   RL-FS1          R0002B "              RL1034.2
041200     READ     RL-FS1                                              RL1034.2
041300              AT END                                              RL1034.2
041371                 MOVE RL-FS1-KEY TO CCVS-IOT-KEY                  RL1034.2
041372                 CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME        RL1034.2
041373                     RL-FS1-STATUS CCVS-IOT-KEY                   RL1034.2
041374                     BY CONTENT "READ   RL-FS1          R0002P "  RL1034.2
041375                 GO TO REL-TEST-006-3.                            RL1034.2
041376     MOVE RL-FS1-KEY TO CCVS-IOT-KEY                              RL1034.2
041377     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1034.2
041378         RL-FS1-STATUS CCVS-IOT-KEY                               RL1034.2
041379         BY CONTENT "READ   RL-FS1          R0002TE".             RL1034.2
041400     MOVE     RL-FS1R1-F-G-120    TO FILE-RECORD-INFO-P1-120 (1). RL1034.2
041500     IF       UPDATE-NUMBER (1) EQUAL TO 00                       RL1034.2
041600             ADD 1 TO WRK-CS-09V00-007                            RL1034.2
048300     PERFORM PRINT-DETAIL.                                        RL1034.2
048400     ADD     01 TO REC-CT.                                        RL1034.2
048500*    .06                                                          RL1034.2
048600     CLOSE    RL-FS1                                              RL1034.2
048671     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1034.2
048672         RL-FS1-STATUS CCVS-IOT-NOKEY                             RL1034.2
048673         BY CONTENT "CLOSE  RL-FS1          R0003TF".             RL1034.2
048700 REL-INIT-007.                                                    RL1034.2
048800     MOVE     "REL-TEST-007" TO PAR-NAME                          RL1034.2
048900     OPEN     I-O RL-FS1                                          RL1034.2
048971     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1034.2
048972         RL-FS1-STATUS CCVS-IOT-NOKEY                             RL1034.2
048973         BY CONTENT "OPEN   RL-FS1          R0004TF".             RL1034.2
049000     MOVE     ZERO TO WRK-CS-09V00-006                            RL1034.2
049100     MOVE     ZERO TO WRK-CS-09V00-007                            RL1034.2
049200     MOVE     ZERO TO WRK-CS-09V00-008                            RL1034.2
049900 REL-TEST-007-R.                                                  RL1034.2
050000     ADD      1 TO WRK-CS-09V00-006                               RL1034.2
050100     ADD      1 TO WRK-CS-09V00-007.                              RL1034.2
050171     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1034.2
050172         RL-FS1-STATUS CCVS-IOT-KEY                               RL1034.2
050173         BY CONTENT "READ   RL-FS1          R0005B "              RL1034.2
050200     READ     RL-FS1                                              RL1034.2
050300              AT END                                              RL1034.2
050371                 MOVE RL-FS1-KEY TO CCVS-IOT-KEY                  RL1034.2
050372                 CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME        RL1034.2
050373                     RL-FS1-STATUS CCVS-IOT-KEY                   RL1034.2
050374                     BY CONTENT "READ   RL-FS1          R0005P "  RL1034.2
050400              MOVE "AT END PATH TAKEN " TO RE-MARK                RL1034.2
050500             GO TO  REL-TEST-007-3.                               RL1034.2
050571     MOVE RL-FS1-KEY TO CCVS-IOT-KEY                              RL1034.2
050572     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1034.2
050573         RL-FS1-STATUS CCVS-IOT-KEY                               RL1034.2
050574         BY CONTENT "READ   RL-FS1          R0005TE".             RL1034.2
           DISPLAY  RL-FS1-KEY " " WRK-CS-09V00-006
050600     MOVE     RL-FS1R1-F-G-120 TO FILE-RECORD-INFO-P1-120 (1).    RL1034.2
050700     IF       WRK-CS-09V00-007  EQUAL TO 4                        RL1034.2
051400     MOVE CCVS-PGM-ID       TO  XPROGRAM-NAME (1).                RL1034.2
051500     MOVE  99 TO UPDATE-NUMBER (1).                               RL1034.2
051600     MOVE     FILE-RECORD-INFO-P1-120 (1) TO RL-FS1R1-F-G-120.    RL1034.2
051700     DELETE    RL-FS1                                             RL1034.2
051771     MOVE RL-FS1-KEY TO CCVS-IOT-KEY                              RL1034.2
051772     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1034.2
051773         RL-FS1-STATUS CCVS-IOT-KEY                               RL1034.2
051774         BY CONTENT "DELETE RL-FS1          R0006TF".             RL1034.2
051800     MOVE     ZERO TO  WRK-CS-09V00-007.                          RL1034.2
051900     ADD      1 TO  WRK-CS-09V00-008                              RL1034.2
052000     GO TO    REL-TEST-007-R.                                     RL1034.2
053800     PERFORM  PRINT-DETAIL.                                       RL1034.2
053900     ADD      01 TO REC-CT.                                       RL1034.2
054000*    .02                                                          RL1034.2
054100     CLOSE    RL-FS1                                              RL1034.2
054171     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1034.2
054172         RL-FS1-STATUS CCVS-IOT-NOKEY                             RL1034.2
054173         BY CONTENT "CLOSE  RL-FS1          R0007TF".             RL1034.2
054200 REL-INIT-008.                                                    RL1034.2
054300     MOVE     "REL-TEST-008" TO PAR-NAME.                         RL1034.2
054400     MOVE     ZERO TO   WRK-CS-09V00-006                          RL1034.2
055000     MOVE     01 TO REC-CT.                                       RL1034.2
055100     MOVE     SPACE  TO  FILE-RECORD-INFO-P1-120 (1).             RL1034.2
055200     MOVE     ZERO TO RL-FS1-KEY.                                 RL1034.2
055300     OPEN     INPUT  RL-FS1                                       RL1034.2
055371     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1034.2
055372         RL-FS1-STATUS CCVS-IOT-NOKEY                             RL1034.2
055373         BY CONTENT "OPEN   RL-FS1          R0008TF".             RL1034.2
055400     MOVE    "READ UPDATED FILE"  TO FEATURE.                     RL1034.2
055500 REL-TEST-008-R.                                                  RL1034.2
055600     ADD      1 TO WRK-CS-09V00-006.                              RL1034.2
055700     ADD      1 TO WRK-CS-09V00-007.                              RL1034.2
055800     ADD      1 TO WRK-CS-09V00-008.                              RL1034.2
055871     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1034.2
055872         RL-FS1-STATUS CCVS-IOT-KEY                               RL1034.2
055873         BY CONTENT "READ   RL-FS1          R0009B "              RL1034.2
055900     READ     RL-FS1  AT END                                      RL1034.2
055971         MOVE RL-FS1-KEY TO CCVS-IOT-KEY                          RL1034.2
055972         CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                RL1034.2
055973             RL-FS1-STATUS CCVS-IOT-KEY                           RL1034.2
055974             BY CONTENT "READ   RL-FS1          R0009P "          RL1034.2
055975         GO TO REL-TEST-008-3.                                    RL1034.2
055976     MOVE RL-FS1-KEY TO CCVS-IOT-KEY                              RL1034.2
055977     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1034.2
055978         RL-FS1-STATUS CCVS-IOT-KEY                               RL1034.2
055979         BY CONTENT "READ   RL-FS1          R0009TE".             RL1034.2
056000     MOVE     RL-FS1R1-F-G-120 TO FILE-RECORD-INFO-P1-120 (1).    RL1034.2
056100     IF       UPDATE-NUMBER (1) EQUAL TO 99                       RL1034.2
056200              ADD  1 TO WRK-CS-09V00-009.                         RL1034.2
061000             PERFORM  PASS.                                       RL1034.2
061100     PERFORM   PRINT-DETAIL.                                      RL1034.2
061200*04                                                               RL1034.2
061300     CLOSE    RL-FS1                                              RL1034.2
061371     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1034.2
061372         RL-FS1-STATUS CCVS-IOT-NOKEY                             RL1034.2
061373         BY CONTENT "CLOSE  RL-FS1          R0010TF".             RL1034.2
061400 CCVS-EXIT SECTION.                                               RL1034.2
061500 CCVS-999999.                                                     RL1034.2
061600     GO TO CLOSE-FILES.                                           RL1034.2
