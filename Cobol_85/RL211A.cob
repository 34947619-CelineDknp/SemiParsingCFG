004614     FILE STATUS IS WS-XCARD-FSTATUS.                             RL2114.2
004300     SELECT   RL-VS1 ASSIGN TO                                    RL2114.2
004400     DYNAMIC WS-X021-FNAME                                        RL2114.2
004500             ORGANIZATION IS RELATIVE                             RL2114.2
004571             FILE STATUS IS RL-VS1-STATUS.                        RL2114.2
004600*    ABSENCE OF THE ACCESS CLAUSE IS TREATED AS THOUGH            RL2114.2
004700*     SEQUENTIAL HAD BEEN SPECIFIED.                              RL2114.2
004800 DATA DIVISION.                                                   RL2114.2
031411     COPY     CCVSSED.                                            RL2114.2
026600 01  CCVS-PGM-ID                     PIC X(9)   VALUE             RL2114.2
026700     "RL211A".                                                    RL2114.2
026771 01  RL-VS1-STATUS PIC XX VALUE SPACE.                            RL2114.2
026772     COPY CCVSIOK.                                                RL2114.2
026800 PROCEDURE DIVISION.                                              RL2114.2
026900 CCVS1 SECTION.                                                   RL2114.2
027000 OPEN-FILES.                                                      RL2114.2
039100 SECT-RL211A-001 SECTION.                                         RL2114.2
039200 REL-INIT-001.                                                    RL2114.2
039300     MOVE     "FILE CREATE RL-VS1" TO FEATURE.                    RL2114.2
039400     OPEN     OUTPUT    RL-VS1                                    RL2114.2
039471     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL2114.2
039472         RL-VS1-STATUS CCVS-IOT-NOKEY                             RL2114.2
039473         BY CONTENT "OPEN   RL-VS1          R0001TF".             RL2114.2
039500     MOVE     "RL-VS1" TO XFILE-NAME (1).                         RL2114.2
039600     MOVE     "R1-F-G" TO XRECORD-NAME (1).                       RL2114.2
039700     MOVE CCVS-PGM-ID  TO XPROGRAM-NAME (1).                      RL2114.2
041700     IF      XRECORD-NUMBER (1) < 11                              RL2114.2
041800             MOVE   1  TO RL-VS1R1-F-G-117-119.                   RL2114.2
041900     MOVE   "ABCDEFGHIJKLMNOPQRSTU" TO RL-GROUP.                  RL2114.2
041971     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL2114.2
041972         RL-VS1-STATUS CCVS-IOT-NOKEY                             RL2114.2
041973         BY CONTENT "WRITE  RL-VS1          R0002B "              RL2114.2
042000     WRITE   RL-VS1R1-F-G-140                                     RL2114.2
042100             INVALID KEY                                          RL2114.2
042171                 CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME        RL2114.2
042172                     RL-VS1-STATUS CCVS-IOT-NOKEY                 RL2114.2
042173                     BY CONTENT "WRITE  RL-VS1          R0002P "  RL2114.2
042174                 GO TO REL-FAIL-001.                              RL2114.2
042175     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL2114.2
042176         RL-VS1-STATUS CCVS-IOT-NOKEY                             RL2114.2
042177         BY CONTENT "WRITE  RL-VS1          R0002TE".             RL2114.2
042200     IF      XRECORD-NUMBER (1) EQUAL TO 500                      RL2114.2
042300             GO TO REL-WRITE-001.                                 RL2114.2
042400     ADD     000001 TO XRECORD-NUMBER (1).                        RL2114.2
043400     MOVE   "FILE CREATED, LFILE "  TO COMPUTED-A.                RL2114.2
043500     MOVE    XRECORD-NUMBER (1) TO CORRECT-18V0.                  RL2114.2
043600     PERFORM PRINT-DETAIL.                                        RL2114.2
043700     CLOSE   RL-VS1                                               RL2114.2
043771     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL2114.2
043772         RL-VS1-STATUS CCVS-IOT-NOKEY                             RL2114.2
043773         BY CONTENT "CLOSE  RL-VS1          R0003TF".             RL2114.2
043800     OPEN    INPUT     RL-VS1                                     RL2114.2
043871     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL2114.2
043872         RL-VS1-STATUS CCVS-IOT-NOKEY                             RL2114.2
043873         BY CONTENT "OPEN   RL-VS1          R0004TF".             RL2114.2
043900     MOVE    ZERO      TO WRK-CS-09V00.                           RL2114.2
044000 REL-INIT-1.                                                      RL2114.2
044100     MOVE    SPACES TO RL-VS1R1-F-G-140.                          RL2114.2
044171     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL2114.2
044172         RL-VS1-STATUS CCVS-IOT-NOKEY                             RL2114.2
044173         BY CONTENT "READ   RL-VS1          R0005B "              RL2114.2
044200     READ    RL-VS1                                               RL2114.2
044300             AT END                                               RL2114.2
044371                 CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME        RL2114.2
044372                     RL-VS1-STATUS CCVS-IOT-NOKEY                 RL2114.2
044373                     BY CONTENT "READ   RL-VS1          R0005P "  RL2114.2
044374                 GO TO REL-TEST-002-2.                            RL2114.2
044375     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL2114.2
044376         RL-VS1-STATUS CCVS-IOT-NOKEY                             RL2114.2
044377         BY CONTENT "READ   RL-VS1          R0005TE".             RL2114.2
044400     MOVE    RL-VS1R1-F-G-140 TO FILE-RECORD-INFO-P1-120 (1).     RL2114.2
044500     MOVE    RL-VS1R1-F-G-140 TO WS-VS1R1-F-G-140.                RL2114.2
044600     ADD     1 TO WRK-CS-09V00.                                   RL2114.2
054700     MOVE   "FILE VERIFIED, LFILE" TO COMPUTED-A.                 RL2114.2
054800     MOVE    XRECORD-NUMBER (1) TO CORRECT-18V0.                  RL2114.2
054900     PERFORM PRINT-DETAIL.                                        RL2114.2
055000     CLOSE   RL-VS1                                               RL2114.2
055071     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL2114.2
055072         RL-VS1-STATUS CCVS-IOT-NOKEY                             RL2114.2
055073         BY CONTENT "CLOSE  RL-VS1          R0006TF".             RL2114.2
055100 CCVS-EXIT SECTION.                                               RL2114.2
055200 CCVS-999999.                                                     RL2114.2
055300     GO TO CLOSE-FILES.                                           RL2114.2
