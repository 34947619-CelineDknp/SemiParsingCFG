031200     "SQ104A".                                                    SQ1044.2
031300*                                                                 SQ1044.2
031400*                                                                 SQ1044.2
031471     COPY CCVSIOK.                                                SQ1044.2
031500 PROCEDURE DIVISION.                                              SQ1044.2
037011 DECLARATIVES.                                                    SQ1044.2
037021 SQ-FS3-01 SECTION.                                               SQ1044.2
052000     MOVE    "SEQ-TEST-WR-01" TO PAR-NAME.                        SQ1044.2
052100*                                                                 SQ1044.2
052200 SEQ-TEST-WR-01.                                                  SQ1044.2
052300     OPEN OUTPUT SQ-FS3                                           SQ1044.2
052371     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1044.2
052372         SQ-FS3-STATUS CCVS-IOT-NOKEY                             SQ1044.2
052373         BY CONTENT "OPEN   SQ-FS3          S0001T ".             SQ1044.2
052400*                                                                 SQ1044.2
052500 SEQ-TEST-WR-01-LOOP.                                             SQ1044.2
052600     ADD     1 TO XRECORD-NUMBER (1).                             SQ1044.2
052700     MOVE    FILE-RECORD-INFO-P1-120 (1)  TO SQ-FS3R1-F-G-120.    SQ1044.2
052800     WRITE   SQ-FS3R1-F-G-120                                     SQ1044.2
052871     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1044.2
052872         SQ-FS3-STATUS CCVS-IOT-NOKEY                             SQ1044.2
052873         BY CONTENT "WRITE  SQ-FS3          S0002T ".             SQ1044.2
052900     IF XRECORD-NUMBER (1) LESS THAN 649                          SQ1044.2
053000         GO TO   SEQ-TEST-WR-01-LOOP.                             SQ1044.2
053100*                                                                 SQ1044.2
053200     CLOSE   SQ-FS3                                               SQ1044.2
053271     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1044.2
053272         SQ-FS3-STATUS CCVS-IOT-NOKEY                             SQ1044.2
053273         BY CONTENT "CLOSE  SQ-FS3          S0003T ".             SQ1044.2
053300*                                                                 SQ1044.2
053400*    A SEQUENTIAL TAPE FILE HAS BEEN CREATED.  IT CONTAINS 649    SQ1044.2
053500*    RECORDS, EACH 120 CHARACTERS LONG.  THE FILE WILL NOW BE     SQ1044.2
054300 SEQ-DELETE-02-01.                                                SQ1044.2
054400     GO TO   SEQ-DELETE-02-02.                                    SQ1044.2
054500 SEQ-TEST-GF-02-01.                                               SQ1044.2
054600     OPEN INPUT SQ-FS3                                            SQ1044.2
054671     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1044.2
054672         SQ-FS3-STATUS CCVS-IOT-NOKEY                             SQ1044.2
054673         BY CONTENT "OPEN   SQ-FS3          S0004T ".             SQ1044.2
054700*                                                                 SQ1044.2
054800 SEQ-INIT-GF-02-02.                                               SQ1044.2
054900     MOVE    FILE-RECORD-INFO-P1-120 (1)                          SQ1044.2
055700     GO TO   SEQ-DELETE-GF-02-05.                                 SQ1044.2
055800 SEQ-TEST-GF-02-02.                                               SQ1044.2
055900 SEQ-TEST-GF-02-02-LOOP.                                          SQ1044.2
055971     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1044.2
055972         SQ-FS3-STATUS CCVS-IOT-NOKEY                             SQ1044.2
055973         BY CONTENT "READ   SQ-FS3          S0005B "              SQ1044.2
056000     READ SQ-FS3                                                  SQ1044.2
056100          AT END                                                  SQ1044.2
056171              CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME           SQ1044.2
056172                  SQ-FS3-STATUS CCVS-IOT-NOKEY                    SQ1044.2
056173                  BY CONTENT "READ   SQ-FS3          S0005P "     SQ1044.2
056174              GO TO SEQ-TEST-GF-02-02-1.                          SQ1044.2
056175     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1044.2
056176         SQ-FS3-STATUS CCVS-IOT-NOKEY                             SQ1044.2
056177         BY CONTENT "READ   SQ-FS3          S0005T ".             SQ1044.2
056200     MOVE   SQ-FS3R1-F-G-120 TO FILE-RECORD-INFO-P1-120 (1).      SQ1044.2
056300     ADD    1 TO XRECORD-NUMBER (2).                              SQ1044.2
056400     IF XRECORD-NUMBER (2) GREATER THAN 649                       SQ1044.2
059300 SEQ-DELETE-GF-02-05.                                             SQ1044.2
059400     GO TO   SEQ-TEST-GF-02-END.                                  SQ1044.2
059500 SEQ-TEST-GF-02-05.                                               SQ1044.2
059600     CLOSE   SQ-FS3                                               SQ1044.2
059671     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1044.2
059672         SQ-FS3-STATUS CCVS-IOT-NOKEY                             SQ1044.2
059673         BY CONTENT "CLOSE  SQ-FS3          S0006T ".             SQ1044.2
059700 SEQ-TEST-GF-02-END.                                              SQ1044.2
059800*                                                                 SQ1044.2
059900*                                                                 SQ1044.2
060200 SEQ-DELETE-03.                                                   SQ1044.2
060300     GO TO   SEQ-TEST-03-END.                                     SQ1044.2
060400 SEQ-TEST-GF-03.                                                  SQ1044.2
060500     OPEN    INPUT SQ-FS3                                         SQ1044.2
060571     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1044.2
060572         SQ-FS3-STATUS CCVS-IOT-NOKEY                             SQ1044.2
060573         BY CONTENT "OPEN   SQ-FS3          S0007T ".             SQ1044.2
060600 SEQ-TEST-03-END.                                                 SQ1044.2
060700*                                                                 SQ1044.2
060800*                                                                 SQ1044.2
062300     PERFORM DE-LETE.                                             SQ1044.2
062400     GO TO   SEQ-TEST-04-END.                                     SQ1044.2
062500 SEQ-TEST-GF-04.                                                  SQ1044.2
062571     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1044.2
062572         SQ-FS3-STATUS CCVS-IOT-NOKEY                             SQ1044.2
062573         BY CONTENT "READ   SQ-FS3          S0008B "              SQ1044.2
062600     READ SQ-FS3 RECORD AT END                                    SQ1044.2
062671         CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                SQ1044.2
062672             SQ-FS3-STATUS CCVS-IOT-NOKEY                         SQ1044.2
062673             BY CONTENT "READ   SQ-FS3          S0008P "          SQ1044.2
062700         MOVE    1 TO EOF-FLAG                                    SQ1044.2
062800         GO TO   SEQ-TEST-GF-04-01.                               SQ1044.2
062871     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1044.2
062872         SQ-FS3-STATUS CCVS-IOT-NOKEY                             SQ1044.2
062873         BY CONTENT "READ   SQ-FS3          S0008T ".             SQ1044.2
062900     MOVE   SQ-FS3R1-F-G-120 TO FILE-RECORD-INFO-P1-120 (1).      SQ1044.2
063000     ADD    1 TO XRECORD-NUMBER (2)                               SQ1044.2
063100     IF XRECORD-NUMBER (2) NOT EQUAL TO XRECORD-NUMBER (1)        SQ1044.2
067200     PERFORM DE-LETE.                                             SQ1044.2
067300     GO TO   SEQ-TEST-05-END.                                     SQ1044.2
067400 SEQ-TEST-GF-05.                                                  SQ1044.2
067471     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1044.2
067472         SQ-FS3-STATUS CCVS-IOT-NOKEY                             SQ1044.2
067473         BY CONTENT "READ   SQ-FS3          S0009B "              SQ1044.2
067500     READ SQ-FS3 AT END                                           SQ1044.2
067571         CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                SQ1044.2
067572             SQ-FS3-STATUS CCVS-IOT-NOKEY                         SQ1044.2
067573             BY CONTENT "READ   SQ-FS3          S0009P "          SQ1044.2
067600         MOVE    1 TO EOF-FLAG                                    SQ1044.2
067700         GO TO   SEQ-TEST-GF-05-01.                               SQ1044.2
067771     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1044.2
067772         SQ-FS3-STATUS CCVS-IOT-NOKEY                             SQ1044.2
067773         BY CONTENT "READ   SQ-FS3          S0009T ".             SQ1044.2
067800     MOVE   SQ-FS3R1-F-G-120 TO FILE-RECORD-INFO-P1-120 (1).      SQ1044.2
067900     ADD    1 TO XRECORD-NUMBER (2)                               SQ1044.2
068000     IF XRECORD-NUMBER (2) NOT EQUAL TO XRECORD-NUMBER (1)        SQ1044.2
072100     PERFORM DE-LETE.                                             SQ1044.2
072200     GO TO   SEQ-TEST-06-END.                                     SQ1044.2
072300 SEQ-TEST-GF-06.                                                  SQ1044.2
072371     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1044.2
072372         SQ-FS3-STATUS CCVS-IOT-NOKEY                             SQ1044.2
072373         BY CONTENT "READ   SQ-FS3          S0010B "              SQ1044.2
072400     READ SQ-FS3 RECORD END                                       SQ1044.2
072471         CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                SQ1044.2
072472             SQ-FS3-STATUS CCVS-IOT-NOKEY                         SQ1044.2
072473             BY CONTENT "READ   SQ-FS3          S0010P "          SQ1044.2
072500         MOVE    1 TO EOF-FLAG                                    SQ1044.2
072600         GO TO   SEQ-TEST-GF-06-01.                               SQ1044.2
072671     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1044.2
072672         SQ-FS3-STATUS CCVS-IOT-NOKEY                             SQ1044.2
072673         BY CONTENT "READ   SQ-FS3          S0010T ".             SQ1044.2
072700     MOVE   SQ-FS3R1-F-G-120 TO FILE-RECORD-INFO-P1-120 (1).      SQ1044.2
072800     ADD    1 TO XRECORD-NUMBER (2)                               SQ1044.2
072900     IF XRECORD-NUMBER (2) NOT EQUAL TO XRECORD-NUMBER (1)        SQ1044.2
077000     PERFORM DE-LETE.                                             SQ1044.2
077100     GO TO   SEQ-TEST-07-END.                                     SQ1044.2
077200 SEQ-TEST-GF-07.                                                  SQ1044.2
077271     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1044.2
077272         SQ-FS3-STATUS CCVS-IOT-NOKEY                             SQ1044.2
077273         BY CONTENT "READ   SQ-FS3          S0011B "              SQ1044.2
077300     READ SQ-FS3 END                                              SQ1044.2
077371         CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                SQ1044.2
077372             SQ-FS3-STATUS CCVS-IOT-NOKEY                         SQ1044.2
077373             BY CONTENT "READ   SQ-FS3          S0011P "          SQ1044.2
077400         MOVE    1 TO EOF-FLAG                                    SQ1044.2
077500         GO TO   SEQ-TEST-GF-07-01.                               SQ1044.2
077571     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1044.2
077572         SQ-FS3-STATUS CCVS-IOT-NOKEY                             SQ1044.2
077573         BY CONTENT "READ   SQ-FS3          S0011T ".             SQ1044.2
077600     MOVE   SQ-FS3R1-F-G-120 TO FILE-RECORD-INFO-P1-120 (1).      SQ1044.2
077700     ADD    1 TO XRECORD-NUMBER (2)                               SQ1044.2
077800     IF XRECORD-NUMBER (2) NOT EQUAL TO XRECORD-NUMBER (1)        SQ1044.2
081500     PERFORM DE-LETE.                                             SQ1044.2
081600     GO TO   SEQ-TEST-08-END.                                     SQ1044.2
081700 SEQ-TEST-GF-08.                                                  SQ1044.2
081771     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1044.2
081772         SQ-FS3-STATUS CCVS-IOT-NOKEY                             SQ1044.2
081773         BY CONTENT "READ   SQ-FS3          S0012B "              SQ1044.2
081800     READ SQ-FS3 END                                              SQ1044.2
081871         CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                SQ1044.2
081872             SQ-FS3-STATUS CCVS-IOT-NOKEY                         SQ1044.2
081873             BY CONTENT "READ   SQ-FS3          S0012P "          SQ1044.2
081900         MOVE    1 TO EOF-FLAG.                                   SQ1044.2
081971     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1044.2
081972         SQ-FS3-STATUS CCVS-IOT-NOKEY                             SQ1044.2
081973         BY CONTENT "READ   SQ-FS3          S0012T ".             SQ1044.2
082000*                                                                 SQ1044.2
082100 SEQ-TEST-GF-08-01.                                               SQ1044.2
082200     IF EOF-FLAG NOT EQUAL TO 1                                   SQ1044.2
083400 SEQ-DELETE-09.                                                   SQ1044.2
083500     GO TO   SEQ-TEST-09-END.                                     SQ1044.2
083600 SEQ-TEST-GF-09.                                                  SQ1044.2
083700     CLOSE SQ-FS3                                                 SQ1044.2
083771     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1044.2
083772         SQ-FS3-STATUS CCVS-IOT-NOKEY                             SQ1044.2
083773         BY CONTENT "CLOSE  SQ-FS3          S0013T ".             SQ1044.2
083800 SEQ-TEST-09-END.                                                 SQ1044.2
083900*                                                                 SQ1044.2
084000*                                                                 SQ1044.2
110429         MOVE     "READ/CLOSED FILE" TO FEATURE.                  SQ1044.2
110439         MOVE     ZERO TO WRK-DECL-FIRED-COUNT.                   SQ1044.2
110449         MOVE     SPACES TO SQ-FS3-STATUS.                        SQ1044.2
110459         READ     SQ-FS3                                          SQ1044.2
110471         CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                SQ1044.2
110472             SQ-FS3-STATUS CCVS-IOT-NOKEY                         SQ1044.2
110473             BY CONTENT "READ   SQ-FS3          S0014T ".         SQ1044.2
110469 SEQ-TEST-CLOSED-2.                                               SQ1044.2
110479         IF       WRK-DECL-FIRED-COUNT NOT EQUAL TO 1             SQ1044.2
110489                  MOVE "DECLARATIVE NOT EXECUTED" TO              SQ1044.2
