004614     FILE STATUS IS WS-XCARD-FSTATUS.                             RL2064.2
004300     SELECT   RL-FS1 ASSIGN TO                                    RL2064.2
004400     DYNAMIC WS-X021-FNAME                                        RL2064.2
004500             ORGANIZATION IS RELATIVE                             RL2064.2
004571             FILE STATUS IS RL-FS1-STATUS.                        RL2064.2
004600*    ABSENCE OF THE ACCESS CLAUSE IS TREATED AS THOUGH            RL2064.2
004700*     SEQUENTIAL HAD BEEN SPECIFIED.                              RL2064.2
004800 DATA DIVISION.                                                   RL2064.2
031111     COPY     CCVSSED.                                            RL2064.2
026300 01  CCVS-PGM-ID                     PIC X(9)   VALUE             RL2064.2
026400     "RL206A".                                                    RL2064.2
026471 01  RL-FS1-STATUS PIC XX VALUE SPACE.                            RL2064.2
026472     COPY CCVSIOK.                                                RL2064.2
026500 PROCEDURE DIVISION.                                              RL2064.2
026600 CCVS1 SECTION.                                                   RL2064.2
026700 OPEN-FILES.                                                      RL2064.2
038800 SECT-RL206A-001 SECTION.                                         RL2064.2
038900 REL-INIT-001.                                                    RL2064.2
039000     MOVE     "FILE CREATE RL-FS1" TO FEATURE.                    RL2064.2
039100     OPEN     OUTPUT    RL-FS1                                    RL2064.2
039171     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL2064.2
039172         RL-FS1-STATUS CCVS-IOT-NOKEY                             RL2064.2
039173         BY CONTENT "OPEN   RL-FS1          R0001TF".             RL2064.2
039200     MOVE     "RL-FS1" TO XFILE-NAME (1).                         RL2064.2
039300     MOVE     "R1-F-G" TO XRECORD-NAME (1).                       RL2064.2
039400     MOVE CCVS-PGM-ID      TO XPROGRAM-NAME (1).                  RL2064.2
041500             MOVE   130 TO WRK-SIZE.                              RL2064.2
041600     IF      XRECORD-NUMBER (1) < 11                              RL2064.2
041700             MOVE   120 TO WRK-SIZE.                              RL2064.2
041771     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL2064.2
041772         RL-FS1-STATUS CCVS-IOT-NOKEY                             RL2064.2
041773         BY CONTENT "WRITE  RL-FS1          R0002B "              RL2064.2
041800     WRITE   RL-FS1R1-F-G-140                                     RL2064.2
041900             INVALID KEY                                          RL2064.2
041971                 CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME        RL2064.2
041972                     RL-FS1-STATUS CCVS-IOT-NOKEY                 RL2064.2
041973                     BY CONTENT "WRITE  RL-FS1          R0002P "  RL2064.2
041974                 GO TO REL-FAIL-001.                              RL2064.2
041975     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL2064.2
041976         RL-FS1-STATUS CCVS-IOT-NOKEY                             RL2064.2
041977         BY CONTENT "WRITE  RL-FS1          R0002TE".             RL2064.2
042000     IF      XRECORD-NUMBER (1) EQUAL TO 500                      RL2064.2
042100             GO TO REL-WRITE-001.                                 RL2064.2
042200     ADD     000001 TO XRECORD-NUMBER (1).                        RL2064.2
043200     MOVE   "FILE CREATED, LFILE "  TO COMPUTED-A.                RL2064.2
043300     MOVE    XRECORD-NUMBER (1) TO CORRECT-18V0.                  RL2064.2
043400     PERFORM PRINT-DETAIL.                                        RL2064.2
043500     CLOSE   RL-FS1                                               RL2064.2
043571     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL2064.2
043572         RL-FS1-STATUS CCVS-IOT-NOKEY                             RL2064.2
043573         BY CONTENT "CLOSE  RL-FS1          R0003TF".             RL2064.2
043600 REL-INIT-002.                                                    RL2064.2
043700     OPEN    INPUT     RL-FS1                                     RL2064.2
043771     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL2064.2
043772         RL-FS1-STATUS CCVS-IOT-NOKEY                             RL2064.2
043773         BY CONTENT "OPEN   RL-FS1          R0004TF".             RL2064.2
043800     MOVE    ZERO      TO WRK-CS-09V00.                           RL2064.2
043900 REL-TEST-002.                                                    RL2064.2
043971     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL2064.2
043972         RL-FS1-STATUS CCVS-IOT-NOKEY                             RL2064.2
043973         BY CONTENT "READ   RL-FS1          R0005B "              RL2064.2
044000     READ    RL-FS1 INTO NEW-140-CHAR-AREA                        RL2064.2
044100             AT END                                               RL2064.2
044171                 CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME        RL2064.2
044172                     RL-FS1-STATUS CCVS-IOT-NOKEY                 RL2064.2
044173                     BY CONTENT "READ   RL-FS1          R0005P "  RL2064.2
044174                 GO TO REL-TEST-002-1.                            RL2064.2
044175     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL2064.2
044176         RL-FS1-STATUS CCVS-IOT-NOKEY                             RL2064.2
044177         BY CONTENT "READ   RL-FS1          R0005TE".             RL2064.2
044200     ADD     1 TO WRK-CS-09V00.                                   RL2064.2
044300     IF      WRK-CS-09V00 GREATER 500                             RL2064.2
044400             MOVE "MORE THAN 500 RECORDS" TO RE-MARK              RL2064.2
045900     MOVE   "FILE VERIFIED, LFILE" TO COMPUTED-A.                 RL2064.2
046000     MOVE    XRECORD-NUMBER (1) TO CORRECT-18V0.                  RL2064.2
046100     PERFORM PRINT-DETAIL.                                        RL2064.2
046200     CLOSE   RL-FS1                                               RL2064.2
046271     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL2064.2
046272         RL-FS1-STATUS CCVS-IOT-NOKEY                             RL2064.2
046273         BY CONTENT "CLOSE  RL-FS1          R0006TF".             RL2064.2
046300     GO TO   CCVS-EXIT.                                           RL2064.2
046400 SIZE-TEST-1 SECTION.                                             RL2064.2
046500*===================                                              RL2064.2
