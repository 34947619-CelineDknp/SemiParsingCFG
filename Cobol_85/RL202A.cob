004700     DYNAMIC WS-X021-FNAME                                        RL2024.2
004800             ORGANIZATION IS RELATIVE                             RL2024.2
004900             ACCESS  MODE IS DYNAMIC                              RL2024.2
005000             RELATIVE KEY RL-FD1-KEY                              RL2024.2
005071             FILE STATUS IS RL-FD1-STATUS.                        RL2024.2
005100 DATA DIVISION.                                                   RL2024.2
005200 FILE SECTION.                                                    RL2024.2
005300 FD  PRINT-FILE.                                                  RL2024.2
026800 01  UJ-AFTER-IMG      PIC X(240) VALUE SPACE.                    RL2024.2
026800 01  CCVS-PGM-ID                     PIC X(9)   VALUE             RL2024.2
026900     "RL202A".                                                    RL2024.2
026971 01  RL-FD1-STATUS PIC XX VALUE SPACE.                            RL2024.2
026972     COPY CCVSIOK.                                                RL2024.2
027000 PROCEDURE DIVISION.                                              RL2024.2
027100 CCVS1 SECTION.                                                   RL2024.2
027200 OPEN-FILES.                                                      RL2024.2
039200     EXIT.                                                        RL2024.2
039300 SECT-RL202-001 SECTION.                                          RL2024.2
039400 REL-INIT-003.                                                    RL2024.2
039500     OPEN     INPUT  RL-FD1                                       RL2024.2
039571     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL2024.2
039572         RL-FD1-STATUS CCVS-IOT-NOKEY                             RL2024.2
039573         BY CONTENT "OPEN   RL-FD1          R0001TF".             RL2024.2
039600     MOVE     "REL-TEST-003"   TO PAR-NAME.                       RL2024.2
039700     MOVE     ZERO TO   RL-FD1-KEY.                               RL2024.2
039800     MOVE     ZERO TO   WRK-CS-09V00-002                          RL2024.2
041000              PERFORM PRINT-DETAIL                                RL2024.2
041100              ADD 1 TO REC-CT                                     RL2024.2
041200              GO TO REL-WRITE-003.                                RL2024.2
041271     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL2024.2
041272         RL-FD1-STATUS CCVS-IOT-KEY                               RL2024.2
041273         BY CONTENT "READ   RL-FD1          R0002B "              RL2024.2
041300     READ     RL-FD1                                              RL2024.2
041400             INVALID KEY                                          RL2024.2
041471                 MOVE RL-FD1-KEY TO CCVS-IOT-KEY                  RL2024.2
041472                 CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME        RL2024.2
041473                     RL-FD1-STATUS CCVS-IOT-KEY                   RL2024.2
041474                     BY CONTENT "READ   RL-FD1          R0002P "  RL2024.2
041475                 GO TO REL-WRITE-003.                             RL2024.2
041476     MOVE RL-FD1-KEY TO CCVS-IOT-KEY                              RL2024.2
041477     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL2024.2
041478         RL-FD1-STATUS CCVS-IOT-KEY                               RL2024.2
041479         BY CONTENT "READ   RL-FD1          R0002TE".             RL2024.2
041500     MOVE     RL-FD1R1-F-G-120 TO FILE-RECORD-INFO-P1-120 (1).    RL2024.2
041600     IF       XRECORD-NUMBER (1) EQUAL TO RL-FD1-KEY              RL2024.2
041700              GO TO REL-TEST-003-R.                               RL2024.2
046400*04                                                               RL2024.2
046500*                                                                 RL2024.2
046600     ADD      1 TO REC-CT.                                        RL2024.2
046700     CLOSE    RL-FD1                                              RL2024.2
046771     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL2024.2
046772         RL-FD1-STATUS CCVS-IOT-NOKEY                             RL2024.2
046773         BY CONTENT "CLOSE  RL-FD1          R0003TF".             RL2024.2
046800 REL-INIT-004-R .                                                 RL2024.2
046900     MOVE     "REL-TEST-004" TO PAR-NAME.                         RL2024.2
047000     OPEN I-O RL-FD1                                              RL2024.2
047071     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL2024.2
047072         RL-FD1-STATUS CCVS-IOT-NOKEY                             RL2024.2
047073         BY CONTENT "OPEN   RL-FD1          R0004TF".             RL2024.2
047100     MOVE     ZERO TO RL-FD1-KEY.                                 RL2024.2
047200     MOVE     ZERO TO WRK-CS-09V00-002.                           RL2024.2
047300     MOVE     ZERO TO WRK-CS-09V00-003.                           RL2024.2
048700              PERFORM PRINT-DETAIL                                RL2024.2
048800              ADD 1 TO REC-CT                                     RL2024.2
048900              GO TO REL-TEST-004-3.                               RL2024.2
048971     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL2024.2
048972         RL-FD1-STATUS CCVS-IOT-KEY                               RL2024.2
048973         BY CONTENT "READ   RL-FD1          R0005B "              RL2024.2
049000     READ     RL-FD1                                              RL2024.2
049100              INVALID KEY                                         RL2024.2
049171                 MOVE RL-FD1-KEY TO CCVS-IOT-KEY                  RL2024.2
049172                 CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME        RL2024.2
049173                     RL-FD1-STATUS CCVS-IOT-KEY                   RL2024.2
049174                     BY CONTENT "READ   RL-FD1          R0005P "  RL2024.2
049175                 GO TO REL-TEST-004-1.                            RL2024.2
049176     MOVE RL-FD1-KEY TO CCVS-IOT-KEY                              RL2024.2
049177     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL2024.2
049178         RL-FD1-STATUS CCVS-IOT-KEY                               RL2024.2
049179         BY CONTENT "READ   RL-FD1          R0005TE".             RL2024.2
049100     MOVE     SPACE TO UJ-BEFORE-IMG.                             RL2024.2
049100     MOVE     RL-FD1R1-F-G-120 TO UJ-BEFORE-IMG (1:120).          RL2024.2
049200     MOVE    RL-FD1R1-F-G-120 TO FILE-RECORD-INFO-P1-120 (1)      RL2024.2
049300     ADD      01 TO UPDATE-NUMBER (1).                            RL2024.2
049400     MOVE CCVS-PGM-ID       TO XPROGRAM-NAME (1).                 RL2024.2
049500     MOVE     FILE-RECORD-INFO-P1-120 (1) TO RL-FD1R1-F-G-120.    RL2024.2
049571     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL2024.2
049572         RL-FD1-STATUS CCVS-IOT-KEY                               RL2024.2
049573         BY CONTENT "REWRITERL-FD1          R0006B "              RL2024.2
049600     REWRITE    RL-FD1R1-F-G-120                                  RL2024.2
049700              INVALID KEY                                         RL2024.2
049771                 MOVE RL-FD1-KEY TO CCVS-IOT-KEY                  RL2024.2
049772                 CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME        RL2024.2
049773                     RL-FD1-STATUS CCVS-IOT-KEY                   RL2024.2
049774                     BY CONTENT "REWRITERL-FD1          R0006P "  RL2024.2
049775                 GO TO REL-TEST-004-2.                            RL2024.2
049776     MOVE RL-FD1-KEY TO CCVS-IOT-KEY                              RL2024.2
049777     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL2024.2
049778         RL-FD1-STATUS CCVS-IOT-KEY                               RL2024.2
049779         BY CONTENT "REWRITERL-FD1          R0006TE".             RL2024.2
049700*    THE SUCCESSFUL REWRITE IS JOURNALED WITH ITS BEFORE AND      RL2024.2
049700*    AFTER IMAGES SO A LATER STATUS DISCREPANCY CAN BE WORKED     RL2024.2
049700*    WITHOUT REBUILDING THE FILE.  SEE CCVSUPJ/CCVSRPJ.           RL2024.2
053400*03                                                               RL2024.2
053500*                                                                 RL2024.2
053600     ADD      1 TO REC-CT.                                        RL2024.2
053700     CLOSE    RL-FD1                                              RL2024.2
053771     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL2024.2
053772         RL-FD1-STATUS CCVS-IOT-NOKEY                             RL2024.2
053773         BY CONTENT "CLOSE  RL-FD1          R0007TF".             RL2024.2
053800 REL-INIT-005.                                                    RL2024.2
053900     MOVE     "REL-TEST-005" TO PAR-NAME.                         RL2024.2
054000     OPEN     INPUT  RL-FD1                                       RL2024.2
054071     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL2024.2
054072         RL-FD1-STATUS CCVS-IOT-NOKEY                             RL2024.2
054073         BY CONTENT "OPEN   RL-FD1          R0008TF".             RL2024.2
054100     MOVE     501  TO WRK-CS-09V00-003.                           RL2024.2
054200     MOVE    ZERO TO WRK-CS-09V00-004.                            RL2024.2
054300     MOVE    ZERO TO WRK-CS-09V00-005.                            RL2024.2
055700              PERFORM PRINT-DETAIL                                RL2024.2
055800              ADD 1 TO REC-CT                                     RL2024.2
055900              GO TO REL-TEST-005-3.                               RL2024.2
055971     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL2024.2
055972         RL-FD1-STATUS CCVS-IOT-KEY                               RL2024.2
055973         BY CONTENT "READ   RL-FD1          R0009B "              RL2024.2
056000     READ     RL-FD1                                              RL2024.2
056100              INVALID KEY                                         RL2024.2
056171                 MOVE RL-FD1-KEY TO CCVS-IOT-KEY                  RL2024.2
056172                 CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME        RL2024.2
056173                     RL-FD1-STATUS CCVS-IOT-KEY                   RL2024.2
056174                     BY CONTENT "READ   RL-FD1          R0009P "  RL2024.2
056175                 GO TO REL-TEST-005-1.                            RL2024.2
056176     MOVE RL-FD1-KEY TO CCVS-IOT-KEY                              RL2024.2
056177     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL2024.2
056178         RL-FD1-STATUS CCVS-IOT-KEY                               RL2024.2
056179         BY CONTENT "READ   RL-FD1          R0009TE".             RL2024.2
056200     MOVE     RL-FD1R1-F-G-120 TO FILE-RECORD-INFO-P1-120 (1).    RL2024.2
056300     IF     UPDATE-NUMBER (1) EQUAL TO 00                         RL2024.2
056400              ADD 1 TO WRK-CS-09V00-004.                          RL2024.2
061100*04                                                               RL2024.2
061200*                                                                 RL2024.2
061300     ADD      1 TO REC-CT.                                        RL2024.2
061400     CLOSE    RL-FD1                                              RL2024.2
061471     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL2024.2
061472         RL-FD1-STATUS CCVS-IOT-NOKEY                             RL2024.2
061473         BY CONTENT "CLOSE  RL-FD1          R0010TF".             RL2024.2
061500 CCVS-EXIT SECTION.                                               RL2024.2
061600 CCVS-999999.                                                     RL2024.2
061700     GO TO CLOSE-FILES.                                           RL2024.2
