004400     SELECT  OPTIONAL RL-FS1 ASSIGN TO                            RL2134.2
004500     DYNAMIC WS-X021-FNAME                                        RL2134.2
004600             ORGANIZATION IS RELATIVE                             RL2134.2
004700             ACCESS  SEQUENTIAL                                   RL2134.2
004771             FILE STATUS IS RL-FS1-STATUS.                        RL2134.2
004800     SELECT  OPTIONAL RL-FS2 ASSIGN TO                            RL2134.2
004900     DYNAMIC WS-X022-FNAME                                        RL2134.2
005000             ORGANIZATION IS RELATIVE                             RL2134.2
005100             ACCESS  SEQUENTIAL                                   RL2134.2
005171             FILE STATUS IS RL-FS2-STATUS.                        RL2134.2
005200 DATA DIVISION.                                                   RL2134.2
005300 FILE SECTION.                                                    RL2134.2
005400 FD  PRINT-FILE.                                                  RL2134.2
032011     COPY     CCVSSED.                                            RL2134.2
027100 01  CCVS-PGM-ID                     PIC X(9)   VALUE             RL2134.2
027200     "RL213A".                                                    RL2134.2
027271 01  RL-FS1-STATUS PIC XX VALUE SPACE.                            RL2134.2
027272 01  RL-FS2-STATUS PIC XX VALUE SPACE.                            RL2134.2
027273     COPY CCVSIOK.                                                RL2134.2
027300 PROCEDURE DIVISION.                                              RL2134.2
027400 CCVS1 SECTION.                                                   RL2134.2
027500 OPEN-FILES.                                                      RL2134.2
039600 SECT-RL213A-001 SECTION.                                         RL2134.2
039700 REL-INIT-001.                                                    RL2134.2
039800     MOVE   "EXTEND FILE RL-FS1" TO FEATURE.                      RL2134.2
039900     OPEN    EXTEND RL-FS1                                        RL2134.2
039971     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL2134.2
039972         RL-FS1-STATUS CCVS-IOT-NOKEY                             RL2134.2
039973         BY CONTENT "OPEN   RL-FS1          R0001TF".             RL2134.2
040000     MOVE     "RL-FS1" TO XFILE-NAME (1).                         RL2134.2
040100     MOVE     "R1-F-G" TO XRECORD-NAME (1).                       RL2134.2
040200     MOVE CCVS-PGM-ID  TO XPROGRAM-NAME (1).                      RL2134.2
041400     GO TO   CCVS-EXIT.                                           RL2134.2
041500 REL-TEST-001.                                                    RL2134.2
041600     MOVE    FILE-RECORD-INFO-P1-120 (1) TO RL-FS1R1-F-G-120.     RL2134.2
041671     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL2134.2
041672         RL-FS1-STATUS CCVS-IOT-NOKEY                             RL2134.2
041673         BY CONTENT "WRITE  RL-FS1          R0002B "              RL2134.2
041700     WRITE   RL-FS1R1-F-G-120                                     RL2134.2
041800             INVALID KEY                                          RL2134.2
041871                 CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME        RL2134.2
041872                     RL-FS1-STATUS CCVS-IOT-NOKEY                 RL2134.2
041873                     BY CONTENT "WRITE  RL-FS1          R0002P "  RL2134.2
041874                 GO TO REL-FAIL-001.                              RL2134.2
041875     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL2134.2
041876         RL-FS1-STATUS CCVS-IOT-NOKEY                             RL2134.2
041877         BY CONTENT "WRITE  RL-FS1          R0002TE".             RL2134.2
041900     IF      XRECORD-NUMBER (1) EQUAL TO 520                      RL2134.2
042000             GO TO REL-WRITE-001.                                 RL2134.2
042100     ADD     000001 TO XRECORD-NUMBER (1).                        RL2134.2
042800     MOVE   "FILE EXTENDED, LFILE"  TO COMPUTED-A.                RL2134.2
042900     MOVE    XRECORD-NUMBER (1) TO CORRECT-18V0.                  RL2134.2
043000     PERFORM PRINT-DETAIL.                                        RL2134.2
043100     CLOSE   RL-FS1                                               RL2134.2
043171     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL2134.2
043172         RL-FS1-STATUS CCVS-IOT-NOKEY                             RL2134.2
043173         BY CONTENT "CLOSE  RL-FS1          R0003TF".             RL2134.2
043200*                                                                 RL2134.2
043300 REL-INIT-002.                                                    RL2134.2
043400     OPEN    INPUT     RL-FS1                                     RL2134.2
043471     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL2134.2
043472         RL-FS1-STATUS CCVS-IOT-NOKEY                             RL2134.2
043473         BY CONTENT "OPEN   RL-FS1          R0004TF".             RL2134.2
043500     MOVE    ZERO      TO WRK-CS-09V00.                           RL2134.2
043600     GO TO   REL-TEST-002.                                        RL2134.2
043700 REL-DELETE-002.                                                  RL2134.2
043900     PERFORM PRINT-DETAIL.                                        RL2134.2
044000     GO TO   CCVS-EXIT.                                           RL2134.2
044100 REL-TEST-002.                                                    RL2134.2
044171     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL2134.2
044172         RL-FS1-STATUS CCVS-IOT-NOKEY                             RL2134.2
044173         BY CONTENT "READ   RL-FS1          R0005B "              RL2134.2
044200     READ    RL-FS1                                               RL2134.2
044300             AT END                                               RL2134.2
044371                 CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME        RL2134.2
044372                     RL-FS1-STATUS CCVS-IOT-NOKEY                 RL2134.2
044373                     BY CONTENT "READ   RL-FS1          R0005P "  RL2134.2
044374                 GO TO REL-TEST-002-2.                            RL2134.2
044375     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL2134.2
044376         RL-FS1-STATUS CCVS-IOT-NOKEY                             RL2134.2
044377         BY CONTENT "READ   RL-FS1          R0005TE".             RL2134.2
044400     MOVE    RL-FS1R1-F-G-120 TO FILE-RECORD-INFO-P1-120 (1).     RL2134.2
044500     ADD     1 TO WRK-CS-09V00.                                   RL2134.2
044600     IF      WRK-CS-09V00 GREATER 520                             RL2134.2
046900     MOVE   "FILE VERIFIED, LFILE" TO COMPUTED-A.                 RL2134.2
047000     MOVE    XRECORD-NUMBER (1) TO CORRECT-18V0.                  RL2134.2
047100     PERFORM PRINT-DETAIL.                                        RL2134.2
047200     CLOSE   RL-FS1                                               RL2134.2
047271     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL2134.2
047272         RL-FS1-STATUS CCVS-IOT-NOKEY                             RL2134.2
047273         BY CONTENT "CLOSE  RL-FS1          R0006TF".             RL2134.2
047300 CCVS-EXIT SECTION.                                               RL2134.2
047400 CCVS-999999.                                                     RL2134.2
047500     GO TO CLOSE-FILES.                                           RL2134.2
