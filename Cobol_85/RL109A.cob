006300     DYNAMIC WS-X061-FNAME                                        RL1094.2
006400             ORGANIZATION IS RELATIVE                             RL1094.2
006500             ACCESS  MODE IS RANDOM                               RL1094.2
006600             RELATIVE RL-FR1-KEY                                  RL1094.2
006671             FILE STATUS IS RL-FR1-STATUS.                        RL1094.2
006700 DATA DIVISION.                                                   RL1094.2
006800 FILE SECTION.                                                    RL1094.2
006900 FD  PRINT-FILE.                                                  RL1094.2
033211     COPY     CCVSSED.                                            RL1094.2
028400 01  CCVS-PGM-ID                     PIC X(9)   VALUE             RL1094.2
028500     "RL109A".                                                    RL1094.2
028571 01  RL-FR1-STATUS PIC XX VALUE SPACE.                            RL1094.2
028572     COPY CCVSIOK.                                                RL1094.2
028600 PROCEDURE DIVISION.                                              RL1094.2
028700 CCVS1 SECTION.                                                   RL1094.2
028800 OPEN-FILES.                                                      RL1094.2
040700     EXIT.                                                        RL1094.2
040800 SECT-RL109A-001 SECTION.                                         RL1094.2
040900 REL-INIT-003.                                                    RL1094.2
041000     OPEN    INPUT  RL-FR1                                        RL1094.2
041071     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1094.2
041072         RL-FR1-STATUS CCVS-IOT-NOKEY                             RL1094.2
041073         BY CONTENT "OPEN   RL-FR1          R0001TF".             RL1094.2
041100     MOVE   "REL-TEST-003"   TO PAR-NAME.                         RL1094.2
041200     MOVE    ZERO TO   RL-FR1-KEY.                                RL1094.2
041300     MOVE    ZERO TO   WRK-CS-09V00-002                           RL1094.2
042500             PERFORM PRINT-DETAIL                                 RL1094.2
042600             ADD 1 TO REC-CT                                      RL1094.2
042700             GO TO REL-WRITE-003.                                 RL1094.2
042771     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1094.2
042772         RL-FR1-STATUS CCVS-IOT-KEY                               RL1094.2
042773         BY CONTENT "READ   RL-FR1          R0002B "              RL1094.2
042800     READ    RL-FR1                                               RL1094.2
042900             INVALID                                              RL1094.2
042971                 MOVE RL-FR1-KEY TO CCVS-IOT-KEY                  RL1094.2
042972                 CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME        RL1094.2
042973                     RL-FR1-STATUS CCVS-IOT-KEY                   RL1094.2
042974                     BY CONTENT "READ   RL-FR1          R0002P "  RL1094.2
042975                 GO TO REL-WRITE-003                              RL1094.2
043000         NOT INVALID                                              RL1094.2
043071             MOVE RL-FR1-KEY TO CCVS-IOT-KEY                      RL1094.2
043072             CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME            RL1094.2
043073                 RL-FR1-STATUS CCVS-IOT-KEY                       RL1094.2
043074                 BY CONTENT "READ   RL-FR1          R0002P "      RL1094.2
043075             GO TO REL-TEST-003-A                                 RL1094.2
043100     END-READ                                                     RL1094.2
043171     MOVE RL-FR1-KEY TO CCVS-IOT-KEY                              RL1094.2
043172     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1094.2
043173         RL-FR1-STATUS CCVS-IOT-KEY                               RL1094.2
043174         BY CONTENT "READ   RL-FR1          R0002TE".             RL1094.2
043200 REL-TEST-003-A.                                                  RL1094.2
043300     MOVE    RL-FR1R1-F-G-120 TO FILE-RECORD-INFO-P1-120 (1).     RL1094.2
043400     IF      XRECORD-NUMBER (1) EQUAL TO RL-FR1-KEY               RL1094.2
048300*04                                                               RL1094.2
048400*                                                                 RL1094.2
048500     ADD      1 TO REC-CT.                                        RL1094.2
048600     CLOSE    RL-FR1                                              RL1094.2
048671     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1094.2
048672         RL-FR1-STATUS CCVS-IOT-NOKEY                             RL1094.2
048673         BY CONTENT "CLOSE  RL-FR1          R0003TF".             RL1094.2
048700 REL-INIT-004-R .                                                 RL1094.2
048800     MOVE    "VIII-30 4.6.4"  TO ANSI-REFERENCE.                  RL1094.2
048900     MOVE    "REL-TEST-004" TO PAR-NAME.                          RL1094.2
049000     OPEN I-O RL-FR1                                              RL1094.2
049071     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1094.2
049072         RL-FR1-STATUS CCVS-IOT-NOKEY                             RL1094.2
049073         BY CONTENT "OPEN   RL-FR1          R0004TF".             RL1094.2
049100     MOVE     ZERO TO RL-FR1-KEY.                                 RL1094.2
049200     MOVE     ZERO TO WRK-CS-09V00-002.                           RL1094.2
049300     MOVE     ZERO TO WRK-CS-09V00-003.                           RL1094.2
050700             PERFORM PRINT-DETAIL                                 RL1094.2
050800             ADD 1 TO REC-CT                                      RL1094.2
050900             GO TO REL-TEST-004-3.                                RL1094.2
050971     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1094.2
050972         RL-FR1-STATUS CCVS-IOT-KEY                               RL1094.2
050973         BY CONTENT "READ   RL-FR1          R0005B "              RL1094.2
051000     READ    RL-FR1                                               RL1094.2
051100             INVALID KEY                                          RL1094.2
051171                 MOVE RL-FR1-KEY TO CCVS-IOT-KEY                  RL1094.2
051172                 CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME        RL1094.2
051173                     RL-FR1-STATUS CCVS-IOT-KEY                   RL1094.2
051174                     BY CONTENT "READ   RL-FR1          R0005P "  RL1094.2
051175                 GO TO REL-TEST-004-1                             RL1094.2
051200         NOT INVALID KEY                                          RL1094.2
051271             MOVE RL-FR1-KEY TO CCVS-IOT-KEY                      RL1094.2
051272             CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME            RL1094.2
051273                 RL-FR1-STATUS CCVS-IOT-KEY                       RL1094.2
051274                 BY CONTENT "READ   RL-FR1          R0005P "      RL1094.2
051275             GO TO REL-TEST-004-A                                 RL1094.2
051300     END-READ                                                     RL1094.2
051371     MOVE RL-FR1-KEY TO CCVS-IOT-KEY                              RL1094.2
051372     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1094.2
051373         RL-FR1-STATUS CCVS-IOT-KEY                               RL1094.2
051374         BY CONTENT "READ   RL-FR1          R0005TE".             RL1094.2
051400 REL-TEST-004-A.                                                  RL1094.2
051500     MOVE    RL-FR1R1-F-G-120 TO FILE-RECORD-INFO-P1-120 (1)      RL1094.2
051600     ADD     01 TO UPDATE-NUMBER (1).                             RL1094.2
051700     MOVE    CCVS-PGM-ID   TO XPROGRAM-NAME (1).                  RL1094.2
051800     MOVE    FILE-RECORD-INFO-P1-120 (1) TO RL-FR1R1-F-G-120.     RL1094.2
051871     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1094.2
051872         RL-FR1-STATUS CCVS-IOT-KEY                               RL1094.2
051873         BY CONTENT "REWRITERL-FR1          R0006B "              RL1094.2
051900     REWRITE RL-FR1R1-F-G-120                                     RL1094.2
052000             INVALID KEY                                          RL1094.2
052071                 MOVE RL-FR1-KEY TO CCVS-IOT-KEY                  RL1094.2
052072                 CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME        RL1094.2
052073                     RL-FR1-STATUS CCVS-IOT-KEY                   RL1094.2
052074                     BY CONTENT "REWRITERL-FR1          R0006P "  RL1094.2
052075                 GO TO REL-TEST-004-2                             RL1094.2
052100         NOT INVALID KEY                                          RL1094.2
052171             MOVE RL-FR1-KEY TO CCVS-IOT-KEY                      RL1094.2
052172             CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME            RL1094.2
052173                 RL-FR1-STATUS CCVS-IOT-KEY                       RL1094.2
052174                 BY CONTENT "REWRITERL-FR1          R0006P "      RL1094.2
052175             GO TO REL-TEST-004-R                                 RL1094.2
052200     END-REWRITE                                                  RL1094.2
052271     MOVE RL-FR1-KEY TO CCVS-IOT-KEY                              RL1094.2
052272     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1094.2
052273         RL-FR1-STATUS CCVS-IOT-KEY                               RL1094.2
052274         BY CONTENT "REWRITERL-FR1          R0006TE".             RL1094.2
052300 REL-TEST-004-1.                                                  RL1094.2
052400     IF      RL-FR1-KEY LESS THAN 501                             RL1094.2
052500             ADD 1 TO  WRK-CS-09V00-004                           RL1094.2
055800*03                                                               RL1094.2
055900*                                                                 RL1094.2
056000     ADD     1 TO REC-CT.                                         RL1094.2
056100     CLOSE   RL-FR1                                               RL1094.2
056171     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1094.2
056172         RL-FR1-STATUS CCVS-IOT-NOKEY                             RL1094.2
056173         BY CONTENT "CLOSE  RL-FR1          R0007TF".             RL1094.2
056200 REL-INIT-005.                                                    RL1094.2
056300     MOVE   "VIII-26 4.5.4" TO ANSI-REFERENCE.                    RL1094.2
056400     MOVE   "REL-TEST-005"  TO PAR-NAME.                          RL1094.2
056500     OPEN    INPUT  RL-FR1                                        RL1094.2
056571     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1094.2
056572         RL-FR1-STATUS CCVS-IOT-NOKEY                             RL1094.2
056573         BY CONTENT "OPEN   RL-FR1          R0008TF".             RL1094.2
056600     MOVE    501  TO WRK-CS-09V00-003.                            RL1094.2
056700     MOVE    ZERO TO WRK-CS-09V00-004.                            RL1094.2
056800     MOVE    ZERO TO WRK-CS-09V00-005.                            RL1094.2
058200             PERFORM PRINT-DETAIL                                 RL1094.2
058300             ADD 1 TO REC-CT                                      RL1094.2
058400             GO TO REL-TEST-005-3.                                RL1094.2
058471     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1094.2
058472         RL-FR1-STATUS CCVS-IOT-KEY                               RL1094.2
058473         BY CONTENT "READ   RL-FR1          R0009B "              RL1094.2
058500     READ    RL-FR1                                               RL1094.2
058600             INVALID KEY                                          RL1094.2
058671                 MOVE RL-FR1-KEY TO CCVS-IOT-KEY                  RL1094.2
058672                 CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME        RL1094.2
058673                     RL-FR1-STATUS CCVS-IOT-KEY                   RL1094.2
058674                     BY CONTENT "READ   RL-FR1          R0009P "  RL1094.2
058675                 GO TO REL-TEST-005-1                             RL1094.2
058700         NOT INVALID KEY                                          RL1094.2
058771             MOVE RL-FR1-KEY TO CCVS-IOT-KEY                      RL1094.2
058772             CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME            RL1094.2
058773                 RL-FR1-STATUS CCVS-IOT-KEY                       RL1094.2
058774                 BY CONTENT "READ   RL-FR1          R0009P "      RL1094.2
058775             GO TO REL-TEST-005-A                                 RL1094.2
058800     END-READ                                                     RL1094.2
058871     MOVE RL-FR1-KEY TO CCVS-IOT-KEY                              RL1094.2
058872     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1094.2
058873         RL-FR1-STATUS CCVS-IOT-KEY                               RL1094.2
058874         BY CONTENT "READ   RL-FR1          R0009TE".             RL1094.2
058900 REL-TEST-005-A.                                                  RL1094.2
059000     MOVE    RL-FR1R1-F-G-120 TO FILE-RECORD-INFO-P1-120 (1).     RL1094.2
059100     IF      UPDATE-NUMBER (1) EQUAL TO 00                        RL1094.2
063900*04                                                               RL1094.2
064000*                                                                 RL1094.2
064100     ADD     1 TO REC-CT.                                         RL1094.2
064200     CLOSE   RL-FR1                                               RL1094.2
064271     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1094.2
064272         RL-FR1-STATUS CCVS-IOT-NOKEY                             RL1094.2
064273         BY CONTENT "CLOSE  RL-FR1          R0010TF".             RL1094.2
064300 CCVS-EXIT SECTION.                                               RL1094.2
064400 CCVS-999999.                                                     RL1094.2
064500     GO TO CLOSE-FILES.                                           RL1094.2
