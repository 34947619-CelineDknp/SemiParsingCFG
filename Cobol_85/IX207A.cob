010800     ORGANIZATION IS INDEXED                                      IX2074.2
010900     ALTERNATE  RECORD KEY  IX-FS2-ALTKEY1                        IX2074.2
011000              DUPLICATES                                          IX2074.2
011100     RECORD  KEY  IS  IX-FS2-KEY                                  IX2074.2
011171     FILE STATUS IS IX-FS2-STATUS.                                IX2074.2
011200                                                                  IX2074.2
011300 DATA DIVISION.                                                   IX2074.2
011400 FILE SECTION.                                                    IX2074.2
043911     COPY     CCVSSED.                                            IX2074.2
039000 01  CCVS-PGM-ID                     PIC X(9)   VALUE             IX2074.2
039100     "IX207A".                                                    IX2074.2
039171 01  IX-FS2-STATUS PIC XX VALUE SPACE.                            IX2074.2
039172     COPY CCVSIOK.                                                IX2074.2
039200 PROCEDURE DIVISION.                                              IX2074.2
039300 DECLARATIVES.                                                    IX2074.2
039400 USE-IX207A-TEST SECTION.                                         IX2074.2
055800     EXIT.                                                        IX2074.2
055900 SECT-IX207A-0001 SECTION.                                        IX2074.2
056000 WRITE-INT-GF-01.                                                 IX2074.2
056100     OPEN     OUTPUT  IX-FS1                                      IX2074.2
056171     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX2074.2
056172         FS1-STATUS CCVS-IOT-NOKEY                                IX2074.2
056173         BY CONTENT "OPEN   IX-FS1          I0001T ".             IX2074.2
056200     MOVE     "IX-FS1"  TO XFILE-NAME (1).                        IX2074.2
056300     MOVE     "R1-F-G"  TO XRECORD-NAME (1).                      IX2074.2
056400     MOVE     ZERO      TO XRECORD-NUMBER (1).                    IX2074.2
063800     ADD      000001    TO XRECORD-NUMBER (1).                    IX2074.2
063900     MOVE     WRK-FS1-RECKEY  TO XRECORD-KEY (1).                 IX2074.2
064000     MOVE     WRK-FS1-ALTKEY  TO ALTERNATE-KEY1 (1).              IX2074.2
064071     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX2074.2
064072         FS1-STATUS CCVS-IOT-KEY                                  IX2074.2
064073         BY CONTENT "WRITE  IX-FS1          I0002B "              IX2074.2
064100     WRITE   IX-FS1R1-F-G-240 FROM FILE-RECORD-INFO (1)           IX2074.2
064200              INVALID KEY                                         IX2074.2
064271                 MOVE IX-FS1-KEY TO CCVS-IOT-KEY                  IX2074.2
064272                 CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME        IX2074.2
064273                     FS1-STATUS CCVS-IOT-KEY                      IX2074.2
064274                     BY CONTENT "WRITE  IX-FS1          I0002P "  IX2074.2
064300               SUBTRACT   0001  FROM WRK-DS-04V00-001.            IX2074.2
064371     MOVE IX-FS1-KEY TO CCVS-IOT-KEY                              IX2074.2
064372     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX2074.2
064373         FS1-STATUS CCVS-IOT-KEY                                  IX2074.2
064374         BY CONTENT "WRITE  IX-FS1          I0002T ".             IX2074.2
064400     ADD      0001  TO WRK-DS-04V00-001.                          IX2074.2
064500     ADD      0001   TO WRK-DS-05V00-005.                         IX2074.2
064600     ADD      00001  TO WRK-DS-05V00-007.                         IX2074.2
065500     ADD      00001  TO WRK-DU-05V00-001.                         IX2074.2
065600     IF       WRK-DS-05V00-005     LESS THAN IX-FS1-FILESIZE      IX2074.2
065700              GO TO     WRITE-TEST-GF-01-R1.                      IX2074.2
065800     CLOSE    IX-FS1                                              IX2074.2
065871     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX2074.2
065872         FS1-STATUS CCVS-IOT-NOKEY                                IX2074.2
065873         BY CONTENT "CLOSE  IX-FS1          I0003T ".             IX2074.2
065900 WRITE-TEST-GF-01.                                                IX2074.2
066000     MOVE     "WRITE"   TO FEATURE.                               IX2074.2
066100     MOVE     "WRITE-TEST-GF-01" TO PAR-NAME.                     IX2074.2
067200     MOVE     001   TO  WRK-DS-05V00-008.                         IX2074.2
067300     MOVE     ZERO   TO  WRK-DS-05V00-006.                        IX2074.2
067400     MOVE     ZERO  TO  WRK-DS-05V00-005.                         IX2074.2
067500     OPEN     INPUT  IX-FS1                                       IX2074.2
067571     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX2074.2
067572         FS1-STATUS CCVS-IOT-NOKEY                                IX2074.2
067573         BY CONTENT "OPEN   IX-FS1          I0004T ".             IX2074.2
067600 READ-TEST-F1-01-R2.                                              IX2074.2
067671     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX2074.2
067672         FS1-STATUS CCVS-IOT-KEY                                  IX2074.2
067673         BY CONTENT "READ   IX-FS1          I0005B "              IX2074.2
067700     READ     IX-FS1  RECORD  AT END                              IX2074.2
067771         MOVE IX-FS1-KEY TO CCVS-IOT-KEY                          IX2074.2
067772         CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                IX2074.2
067773             FS1-STATUS CCVS-IOT-KEY                              IX2074.2
067774             BY CONTENT "READ   IX-FS1          I0005P "          IX2074.2
067800              GO TO READ-TEST-F1-01.                              IX2074.2
067871     MOVE IX-FS1-KEY TO CCVS-IOT-KEY                              IX2074.2
067872     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX2074.2
067873         FS1-STATUS CCVS-IOT-KEY                                  IX2074.2
067874         BY CONTENT "READ   IX-FS1          I0005T ".             IX2074.2
067900     MOVE     IX-FS1R1-F-G-240  TO FILE-RECORD-INFO (1).          IX2074.2
068000     ADD      0001      TO WRK-DS-05V00-005.                      IX2074.2
068100     IF       WRK-DS-05V00-008  NOT EQUAL TO XRECORD-NUMBER (1)   IX2074.2
068600 READ-TEST-F1-01.                                                 IX2074.2
068700     MOVE "READ RECORD KEY     " TO FEATURE.                      IX2074.2
068800     MOVE "READ-TEST-F1-01     " TO PAR-NAME.                     IX2074.2
068900     CLOSE    IX-FS1                                              IX2074.2
068971     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX2074.2
068972         FS1-STATUS CCVS-IOT-NOKEY                                IX2074.2
068973         BY CONTENT "CLOSE  IX-FS1          I0006T ".             IX2074.2
069000     SUBTRACT  IX-FS1-FILESIZE  FROM WRK-DS-05V00-005.            IX2074.2
069100     ADD      WRK-DS-05V00-005  TO WRK-DS-05V00-006.              IX2074.2
069200     IF       WRK-DS-05V00-006  NOT EQUAL TO ZERO                 IX2074.2
070300     MOVE    00241 TO   WRK-DS-05V00-008.                         IX2074.2
070400     MOVE     ZERO TO   WRK-DS-05V00-005.                         IX2074.2
070500     MOVE    00060 TO   WRK-DU-05V00-003.                         IX2074.2
070600     OPEN     INPUT  IX-FS1                                       IX2074.2
070671     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX2074.2
070672         FS1-STATUS CCVS-IOT-NOKEY                                IX2074.2
070673         BY CONTENT "OPEN   IX-FS1          I0007T ".             IX2074.2
070700     MOVE     WRK-FS1-ALTKEY  TO  IX-FS1-ALTKEY1.                 IX2074.2
070771     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX2074.2
070772         FS1-STATUS CCVS-IOT-KEY                                  IX2074.2
070773         BY CONTENT "START  IX-FS1          I0008B "              IX2074.2
070800     START    IX-FS1  KEY IS EQUAL TO                             IX2074.2
070900                  IX-FS1-ALTKEY1                                  IX2074.2
071000            INVALID KEY                                           IX2074.2
071071                MOVE IX-FS1-ALTKEY1 TO CCVS-IOT-KEY               IX2074.2
071072                CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME         IX2074.2
071073                    FS1-STATUS CCVS-IOT-KEY                       IX2074.2
071074                    BY CONTENT "START  IX-FS1          I0008P "   IX2074.2
071100              ADD        1000  TO WRK-DS-05V00-006.               IX2074.2
071171     MOVE IX-FS1-ALTKEY1 TO CCVS-IOT-KEY                          IX2074.2
071172     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX2074.2
071173         FS1-STATUS CCVS-IOT-KEY                                  IX2074.2
071174         BY CONTENT "START  IX-FS1          I0008T ".             IX2074.2
071200 READ-TEST-F1-02-R3.                                              IX2074.2
071271     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX2074.2
071272         FS1-STATUS CCVS-IOT-KEY                                  IX2074.2
071273         BY CONTENT "READ   IX-FS1          I0009B "              IX2074.2
071300     READ     IX-FS1  RECORD  AT END                              IX2074.2
071371         MOVE IX-FS1-KEY TO CCVS-IOT-KEY                          IX2074.2
071372         CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                IX2074.2
071373             FS1-STATUS CCVS-IOT-KEY                              IX2074.2
071374             BY CONTENT "READ   IX-FS1          I0009P "          IX2074.2
071400              ADD  10000  TO WRK-DS-05V00-006                     IX2074.2
071500              GO TO     READ-TEST-F1-02.                          IX2074.2
071571     MOVE IX-FS1-KEY TO CCVS-IOT-KEY                              IX2074.2
071572     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX2074.2
071573         FS1-STATUS CCVS-IOT-KEY                                  IX2074.2
071574         BY CONTENT "READ   IX-FS1          I0009T ".             IX2074.2
071600     MOVE     IX-FS1R1-F-G-240  TO FILE-RECORD-INFO (1).          IX2074.2
071700     ADD      00001     TO  WRK-DS-05V00-005.                     IX2074.2
071800     IF       WRK-DS-05V00-008  EQUAL TO XRECORD-NUMBER (1)       IX2074.2
072300 READ-TEST-F1-02.                                                 IX2074.2
072400     MOVE "READ ALTERNATE KEY  " TO FEATURE.                      IX2074.2
072500     MOVE "READ-TEST-F1-02     " TO PAR-NAME.                     IX2074.2
072600     CLOSE    IX-FS1                                              IX2074.2
072671     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX2074.2
072672         FS1-STATUS CCVS-IOT-NOKEY                                IX2074.2
072673         BY CONTENT "CLOSE  IX-FS1          I0010T ".             IX2074.2
072700     MOVE     "READ ALTERNATE KEY" TO FEATURE.                    IX2074.2
072800     IF      WRK-DS-05V00-006  NOT EQUAL TO ZERO                  IX2074.2
072900              PERFORM   FAIL                                      IX2074.2
075300     MOVE     00001  TO WRK-DU-05V00-003.                         IX2074.2
075400     MOVE     00300  TO WRK-DS-05V00-008.                         IX2074.2
075500     MOVE     ZERO   TO WRK-DS-05V00-005.                         IX2074.2
075600     OPEN     INPUT    IX-FS1                                     IX2074.2
075671     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX2074.2
075672         FS1-STATUS CCVS-IOT-NOKEY                                IX2074.2
075673         BY CONTENT "OPEN   IX-FS1          I0011T ".             IX2074.2
075700     MOVE     WRK-FS1-ALTKEY TO  IX-FS1-ALTKEY1.                  IX2074.2
075771     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX2074.2
075772         FS1-STATUS CCVS-IOT-KEY                                  IX2074.2
075773         BY CONTENT "START  IX-FS1          I0012B "              IX2074.2
075800     START    IX-FS1  KEY IS EQUAL TO                             IX2074.2
075900                    IX-FS1-ALTKEY1                                IX2074.2
076000            INVALID KEY                                           IX2074.2
076071                MOVE IX-FS1-ALTKEY1 TO CCVS-IOT-KEY               IX2074.2
076072                CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME         IX2074.2
076073                    FS1-STATUS CCVS-IOT-KEY                       IX2074.2
076074                    BY CONTENT "START  IX-FS1          I0012P "   IX2074.2
076100              ADD       01000  TO WRK-DS-05V00-006.               IX2074.2
076171     MOVE IX-FS1-ALTKEY1 TO CCVS-IOT-KEY                          IX2074.2
076172     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX2074.2
076173         FS1-STATUS CCVS-IOT-KEY                                  IX2074.2
076174         BY CONTENT "START  IX-FS1          I0012T ".             IX2074.2
076200 READ-TEST-F1-03-R4.                                              IX2074.2
076271     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX2074.2
076272         FS1-STATUS CCVS-IOT-KEY                                  IX2074.2
076273         BY CONTENT "READ   IX-FS1          I0013B "              IX2074.2
076300     READ     IX-FS1    RECORD  AT  END                           IX2074.2
076371         MOVE IX-FS1-KEY TO CCVS-IOT-KEY                          IX2074.2
076372         CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                IX2074.2
076373             FS1-STATUS CCVS-IOT-KEY                              IX2074.2
076374             BY CONTENT "READ   IX-FS1          I0013P "          IX2074.2
076400              ADD   10000  TO WRK-DS-05V00-006                    IX2074.2
076500              GO TO     READ-TEST-F1-03.                          IX2074.2
076571     MOVE IX-FS1-KEY TO CCVS-IOT-KEY                              IX2074.2
076572     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX2074.2
076573         FS1-STATUS CCVS-IOT-KEY                                  IX2074.2
076574         BY CONTENT "READ   IX-FS1          I0013T ".             IX2074.2
076600     MOVE     IX-FS1R1-F-G-240  TO FILE-RECORD-INFO (1).          IX2074.2
076700     IF       WRK-DS-05V00-008  EQUAL TO XRECORD-NUMBER (1)       IX2074.2
076800         SUBTRACT  00001  FROM WRK-DS-05V00-006.                  IX2074.2
077900 READ-TEST-F1-03.                                                 IX2074.2
078000     MOVE "READ DUPLICATE KEY  " TO FEATURE.                      IX2074.2
078100     MOVE "READ-TEST-F1-03     " TO PAR-NAME.                     IX2074.2
078200     CLOSE    IX-FS1                                              IX2074.2
078271     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX2074.2
078272         FS1-STATUS CCVS-IOT-NOKEY                                IX2074.2
078273         BY CONTENT "CLOSE  IX-FS1          I0014T ".             IX2074.2
078300     IF       WRK-DS-05V00-006  NOT EQUAL TO  ZERO                IX2074.2
078400              PERFORM   FAIL                                      IX2074.2
078500              MOVE      WRK-DS-05V00-006  TO COMPUTED-N           IX2074.2
082400     MOVE     00001  TO WRK-DU-05V00-003.                         IX2074.2
082500     MOVE     ZERO   TO WRK-DS-04V00-001.                         IX2074.2
082600     MOVE     ZERO   TO WRK-DS-04V00-002                          IX2074.2
082700     OPEN     INPUT     IX-FS1                                    IX2074.2
082771     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX2074.2
082772         FS1-STATUS CCVS-IOT-NOKEY                                IX2074.2
082773         BY CONTENT "OPEN   IX-FS1          I0015T ".             IX2074.2
082800     MOVE     WRK-FS1-ALTKEY  TO  IX-FS1-ALTKEY1.                 IX2074.2
082871     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX2074.2
082872         FS1-STATUS CCVS-IOT-KEY                                  IX2074.2
082873         BY CONTENT "START  IX-FS1          I0016B "              IX2074.2
082900     START    IX-FS1    KEY IS EQUAL TO                           IX2074.2
083000                IX-FS1-ALTKEY1                                    IX2074.2
083100              INVALID  KEY                                        IX2074.2
083171                 MOVE IX-FS1-ALTKEY1 TO CCVS-IOT-KEY              IX2074.2
083172                 CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME        IX2074.2
083173                     FS1-STATUS CCVS-IOT-KEY                      IX2074.2
083174                     BY CONTENT "START  IX-FS1          I0016P "  IX2074.2
083200              ADD  01000  TO  WRK-DS-05V00-006.                   IX2074.2
083271     MOVE IX-FS1-ALTKEY1 TO CCVS-IOT-KEY                          IX2074.2
083272     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX2074.2
083273         FS1-STATUS CCVS-IOT-KEY                                  IX2074.2
083274         BY CONTENT "START  IX-FS1          I0016T ".             IX2074.2
083300     MOVE      IX-FS1-FILESIZE  TO  WRK-DS-05V00-008.             IX2074.2
083400     MOVE     "44"   TO  FS1-STATUS.                              IX2074.2
083500*                                                                 IX2074.2
084300*                        LICATE KEY) IS ENCOUNTERED DURING A READ.IX2074.2
084400*                                                                 IX2074.2
084500 READ-TEST-F1-04-R5.                                              IX2074.2
084571     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX2074.2
084572         FS1-STATUS CCVS-IOT-KEY                                  IX2074.2
084573         BY CONTENT "READ   IX-FS1          I0017B "              IX2074.2
084600     READ     IX-FS1    RECORD  AT  END                           IX2074.2
084671         MOVE IX-FS1-KEY TO CCVS-IOT-KEY                          IX2074.2
084672         CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                IX2074.2
084673             FS1-STATUS CCVS-IOT-KEY                              IX2074.2
084674             BY CONTENT "READ   IX-FS1          I0017P "          IX2074.2
084700              SUBTRACT  20000  FROM WRK-DS-05V00-006              IX2074.2
084800              GO TO     READ-TEST-F1-04.                          IX2074.2
084871     MOVE IX-FS1-KEY TO CCVS-IOT-KEY                              IX2074.2
084872     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX2074.2
084873         FS1-STATUS CCVS-IOT-KEY                                  IX2074.2
084874         BY CONTENT "READ   IX-FS1          I0017T ".             IX2074.2
084900     MOVE     IX-FS1R1-F-G-240  TO  FILE-RECORD-INFO (1).         IX2074.2
085000     ADD      00001   TO WRK-DS-05V00-005.                        IX2074.2
085100     IF      FS1-STATUS  EQUAL TO "00"                            IX2074.2
088200*                               SUCCESSFUL READ                   IX2074.2
088300*                                                                 IX2074.2
088400     PERFORM  PRINT-DETAIL.                                       IX2074.2
088500     CLOSE    IX-FS1                                              IX2074.2
088571     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX2074.2
088572         FS1-STATUS CCVS-IOT-NOKEY                                IX2074.2
088573         BY CONTENT "CLOSE  IX-FS1          I0018T ".             IX2074.2
088600*                                                                 IX2074.2
088700*                                                                 IX2074.2
088800 SECTION-IX207A-0002 SECTION.                                     IX2074.2
088900 WRITE-INIT-GF-02.                                                IX2074.2
089000     OPEN     OUTPUT    IX-FS2                                    IX2074.2
089071     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX2074.2
089072         IX-FS2-STATUS CCVS-IOT-NOKEY                             IX2074.2
089073         BY CONTENT "OPEN   IX-FS2          I0019T ".             IX2074.2
089100     MOVE     "IX-FS2"  TO XFILE-NAME (2).                        IX2074.2
089200     MOVE     "R1-F-G"  TO XRECORD-NAME (2).                      IX2074.2
089300     MOVE     ZERO      TO XRECORD-NUMBER (2).                    IX2074.2
093900     ADD      000001    TO XRECORD-NUMBER (2).                    IX2074.2
094000     MOVE     WRK-FS2-RECKEY TO XRECORD-KEY (2).                  IX2074.2
094100     MOVE     WRK-FS2-ALTKEY TO ALTERNATE-KEY1 (2).               IX2074.2
094171     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX2074.2
094172         IX-FS2-STATUS CCVS-IOT-KEY                               IX2074.2
094173         BY CONTENT "WRITE  IX-FS2          I0020B "              IX2074.2
094200     WRITE   IX-FS2R1-F-G-240  FROM FILE-RECORD-INFO (2)          IX2074.2
094300              INVALID KEY                                         IX2074.2
094371                 MOVE IX-FS2-KEY TO CCVS-IOT-KEY                  IX2074.2
094372                 CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME        IX2074.2
094373                     IX-FS2-STATUS CCVS-IOT-KEY                   IX2074.2
094374                     BY CONTENT "WRITE  IX-FS2          I0020P "  IX2074.2
094400              ADD   0001  TO  WRK-DS-04V00-001.                   IX2074.2
094471     MOVE IX-FS2-KEY TO CCVS-IOT-KEY                              IX2074.2
094472     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX2074.2
094473         IX-FS2-STATUS CCVS-IOT-KEY                               IX2074.2
094474         BY CONTENT "WRITE  IX-FS2          I0020T ".             IX2074.2
094500     ADD      00001     TO  WRK-DS-05V00-005.                     IX2074.2
094600*    INCREMENT RECORD KEY VALUE.                                  IX2074.2
094700     ADD      00001     TO WRK-DS-05V00-007.                      IX2074.2
095900 WRITE-TEST-GF-02.                                                IX2074.2
096000     MOVE "WRITE IX-FS2        " TO FEATURE.                      IX2074.2
096100     MOVE "WRITE-TEST-GF-02    " TO PAR-NAME.                     IX2074.2
096200     CLOSE    IX-FS2                                              IX2074.2
096271     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX2074.2
096272         IX-FS2-STATUS CCVS-IOT-NOKEY                             IX2074.2
096273         BY CONTENT "CLOSE  IX-FS2          I0021T ".             IX2074.2
096300     ADD      WRK-DS-04V00-001 WRK-DS-05V00-005                   IX2074.2
096400                        GIVING    WRK-DS-05V00-006.               IX2074.2
096500     IF       WRK-DS-05V00-006 NOT EQUAL TO 00300                 IX2074.2
097900     MOVE     ZERO  TO  WRK-DS-05V00-007.                         IX2074.2
098000     MOVE     300  TO  WRK-DS-05V00-008.                          IX2074.2
098100     MOVE    0001  TO WRK-DU-05V00-004.                           IX2074.2
098200     OPEN     INPUT IX-FS2                                        IX2074.2
098271     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX2074.2
098272         IX-FS2-STATUS CCVS-IOT-NOKEY                             IX2074.2
098273         BY CONTENT "OPEN   IX-FS2          I0022T ".             IX2074.2
098300     MOVE    WRK-FS2-ALTKEY TO IX-FS2-ALTKEY1.                    IX2074.2
098371     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX2074.2
098372         IX-FS2-STATUS CCVS-IOT-KEY                               IX2074.2
098373         BY CONTENT "START  IX-FS2          I0023B "              IX2074.2
098400     START    IX-FS2  KEY IS EQUAL TO                             IX2074.2
098500                IX-FS2-ALTKEY1                                    IX2074.2
098600           INVALID KEY                                            IX2074.2
098671               MOVE IX-FS2-ALTKEY1 TO CCVS-IOT-KEY                IX2074.2
098672               CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME          IX2074.2
098673                   IX-FS2-STATUS CCVS-IOT-KEY                     IX2074.2
098674                   BY CONTENT "START  IX-FS2          I0023P "    IX2074.2
098700              ADD       01000 TO  WRK-DS-05V00-006.               IX2074.2
098771     MOVE IX-FS2-ALTKEY1 TO CCVS-IOT-KEY                          IX2074.2
098772     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX2074.2
098773         IX-FS2-STATUS CCVS-IOT-KEY                               IX2074.2
098774         BY CONTENT "START  IX-FS2          I0023T ".             IX2074.2
098800 READ-TEST-F1-04-R2.                                              IX2074.2
098871     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX2074.2
098872         IX-FS2-STATUS CCVS-IOT-KEY                               IX2074.2
098873         BY CONTENT "READ   IX-FS2          I0024B "              IX2074.2
098900     READ     IX-FS2 RECORD AT END                                IX2074.2
098971         MOVE IX-FS2-KEY TO CCVS-IOT-KEY                          IX2074.2
098972         CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                IX2074.2
098973             IX-FS2-STATUS CCVS-IOT-KEY                           IX2074.2
098974             BY CONTENT "READ   IX-FS2          I0024P "          IX2074.2
099000              ADD  10000 TO  WRK-DS-05V00-006                     IX2074.2
099100              GO TO READ-TEST-F1-04-R3.                           IX2074.2
099171     MOVE IX-FS2-KEY TO CCVS-IOT-KEY                              IX2074.2
099172     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX2074.2
099173         IX-FS2-STATUS CCVS-IOT-KEY                               IX2074.2
099174         BY CONTENT "READ   IX-FS2          I0024T ".             IX2074.2
099200     MOVE     IX-FS2R1-F-G-240 TO FILE-RECORD-INFO (2).           IX2074.2
099300     ADD      00001  TO WRK-DS-05V00-005.                         IX2074.2
099400     IF      WRK-DS-05V00-005  EQUAL TO 50 AND                    IX2074.2
102200 READ-TEST-F1-04-R3.                                              IX2074.2
102300     MOVE "READ ALTERNATE KEY  " TO FEATURE.                      IX2074.2
102400     MOVE "READ-TEST-F1-04-R3. " TO PAR-NAME.                     IX2074.2
102500     CLOSE    IX-FS2                                              IX2074.2
102571     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX2074.2
102572         IX-FS2-STATUS CCVS-IOT-NOKEY                             IX2074.2
102573         BY CONTENT "CLOSE  IX-FS2          I0025T ".             IX2074.2
102600     IF       WRK-DS-05V00-006    NOT EQUAL TO  ZERO              IX2074.2
102700              PERFORM   FAIL                                      IX2074.2
102800              MOVE      WRK-DS-05V00-006 TO COMPUTED-N            IX2074.2
104800     MOVE     ZERO   TO WRK-DS-05V00-008.                         IX2074.2
104900     MOVE     ZERO   TO WRK-DS-04V00-001.                         IX2074.2
105000     MOVE     ZERO   TO WRK-DS-04V00-002.                         IX2074.2
105100     OPEN     INPUT IX-FS1                                        IX2074.2
105171     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX2074.2
105172         FS1-STATUS CCVS-IOT-NOKEY                                IX2074.2
105173         BY CONTENT "OPEN   IX-FS1          I0026T ".             IX2074.2
105200     OPEN     INPUT IX-FS2                                        IX2074.2
105271     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX2074.2
105272         IX-FS2-STATUS CCVS-IOT-NOKEY                             IX2074.2
105273         BY CONTENT "OPEN   IX-FS2          I0027T ".             IX2074.2
105300 READ-TEST-F1-05-R3.                                              IX2074.2
105400     READ     IX-FS1                                              IX2074.2
105471     MOVE IX-FS1-KEY TO CCVS-IOT-KEY                              IX2074.2
105472     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX2074.2
105473         FS1-STATUS CCVS-IOT-KEY                                  IX2074.2
105474         BY CONTENT "READ   IX-FS1          I0028T ".             IX2074.2
105500     READ     IX-FS2                                              IX2074.2
105571     MOVE IX-FS2-KEY TO CCVS-IOT-KEY                              IX2074.2
105572     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX2074.2
105573         IX-FS2-STATUS CCVS-IOT-KEY                               IX2074.2
105574         BY CONTENT "READ   IX-FS2          I0029T ".             IX2074.2
105600     ADD      0001 TO   WRK-DS-05V00-005.                         IX2074.2
105700     IF       WRK-DS-05V00-005 LESS THAN  301                     IX2074.2
105800             GO TO   READ-TEST-F1-05-R3.                          IX2074.2
105900 READ-TEST-F1-05.                                                 IX2074.2
106000     MOVE "USE                 " TO FEATURE.                      IX2074.2
106100     MOVE "READ-TEST-F1-05     " TO PAR-NAME.                     IX2074.2
106200     CLOSE   IX-FS1                                               IX2074.2
106271     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX2074.2
106272         FS1-STATUS CCVS-IOT-NOKEY                                IX2074.2
106273         BY CONTENT "CLOSE  IX-FS1          I0030T ".             IX2074.2
106300     SUBTRACT  WRK-DS-05V00-005 FROM  WRK-DS-05V00-006.           IX2074.2
106400     IF      WRK-DS-05V00-006  NOT EQUAL TO 00002                 IX2074.2
106500              PERFORM   FAIL                                      IX2074.2
107300     PERFORM  PRINT-DETAIL.                                       IX2074.2
107400*                                                                 IX2074.2
107500*                                                                 IX2074.2
107600     CLOSE    IX-FS2                                              IX2074.2
107671     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX2074.2
107672         IX-FS2-STATUS CCVS-IOT-NOKEY                             IX2074.2
107673         BY CONTENT "CLOSE  IX-FS2          I0031T ".             IX2074.2
107700                                                                  IX2074.2
107800                                                                  IX2074.2
107900 CCVS-EXIT SECTION.                                               IX2074.2
