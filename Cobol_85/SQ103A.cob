032600     "SQ103A".                                                    SQ1034.2
032700*                                                                 SQ1034.2
032800*                                                                 SQ1034.2
032871     COPY CCVSIOK.                                                SQ1034.2
032900 PROCEDURE DIVISION.                                              SQ1034.2
033000 DECLARATIVES.                                                    SQ1034.2
033100 SECT-SQ103-0001 SECTION.                                         SQ1034.2
055200     PERFORM DE-LETE.                                             SQ1034.2
055300     GO TO   SEQ-DELETE-02.                                       SQ1034.2
055400 SEQ-TEST-GF-01.                                                  SQ1034.2
055500     OPEN OUTPUT SQ-FS2                                           SQ1034.2
055571     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1034.2
055572         SQ-FS2-STATUS CCVS-IOT-NOKEY                             SQ1034.2
055573         BY CONTENT "OPEN   SQ-FS2          S0001T ".             SQ1034.2
055600     IF DECL-EXEC-SW = 1                                          SQ1034.2
055700         PERFORM PASS                                             SQ1034.2
055800     ELSE                                                         SQ1034.2
059000 SEQ-TEST-GF-02-LOOP.                                             SQ1034.2
059100     ADD     1 TO XRECORD-NUMBER (1).                             SQ1034.2
059200     MOVE FILE-RECORD-INFO-P1-120 (1) TO SQ-FS2R1-F-G-120.        SQ1034.2
059300     WRITE SQ-FS2R1-F-G-120                                       SQ1034.2
059371     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1034.2
059372         SQ-FS2-STATUS CCVS-IOT-NOKEY                             SQ1034.2
059373         BY CONTENT "WRITE  SQ-FS2          S0002T ".             SQ1034.2
059400     IF SQ-FS2-STATUS NOT = "00"                                  SQ1034.2
059500         MOVE    SQ-FS2-STATUS TO SQ-FS2-STATUS-COPY.             SQ1034.2
059600     IF XRECORD-NUMBER (1) LESS THAN 500                          SQ1034.2
062600     PERFORM DE-LETE.                                             SQ1034.2
062700     GO TO   SEQ-TEST-03-END.                                     SQ1034.2
062800 SEQ-TEST-GF-03.                                                  SQ1034.2
062900     CLOSE SQ-FS2                                                 SQ1034.2
062971     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1034.2
062972         SQ-FS2-STATUS CCVS-IOT-NOKEY                             SQ1034.2
062973         BY CONTENT "CLOSE  SQ-FS2          S0003T ".             SQ1034.2
063000     IF DECL-EXEC-SW = 1                                          SQ1034.2
063100         PERFORM PASS                                             SQ1034.2
063200     ELSE                                                         SQ1034.2
066400     PERFORM DE-LETE.                                             SQ1034.2
066500     GO TO SEQ-TEST-04-END.                                       SQ1034.2
066600 SEQ-TEST-GF-04.                                                  SQ1034.2
066700     OPEN INPUT SQ-FS2                                            SQ1034.2
066771     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1034.2
066772         SQ-FS2-STATUS CCVS-IOT-NOKEY                             SQ1034.2
066773         BY CONTENT "OPEN   SQ-FS2          S0004T ".             SQ1034.2
066800     IF SQ-FS2-STATUS = "00"                                      SQ1034.2
066900         PERFORM PASS                                             SQ1034.2
067000     ELSE                                                         SQ1034.2
070800     GO TO   SEQ-TEST-05-END.                                     SQ1034.2
070900 SEQ-TEST-GF-05.                                                  SQ1034.2
071000 SEQ-TEST-GF-05-LOOP.                                             SQ1034.2
071071     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1034.2
071072         SQ-FS2-STATUS CCVS-IOT-NOKEY                             SQ1034.2
071073         BY CONTENT "READ   SQ-FS2          S0005B "              SQ1034.2
071100     READ    SQ-FS2 RECORD END                                    SQ1034.2
071171         CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                SQ1034.2
071172             SQ-FS2-STATUS CCVS-IOT-NOKEY                         SQ1034.2
071173             BY CONTENT "READ   SQ-FS2          S0005P "          SQ1034.2
071200                 MOVE    1 TO EOF-FLAG                            SQ1034.2
071300                 GO TO SEQ-TEST-GF-05-02.                         SQ1034.2
071371     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1034.2
071372         SQ-FS2-STATUS CCVS-IOT-NOKEY                             SQ1034.2
071373         BY CONTENT "READ   SQ-FS2          S0005T ".             SQ1034.2
071400     IF SQ-FS2-STATUS = "10"                                      SQ1034.2
071500         GO TO   SEQ-TEST-GF-05-02.                               SQ1034.2
071600     IF SQ-FS2-STATUS NOT = "00"                                  SQ1034.2
078800     PERFORM DE-LETE.                                             SQ1034.2
078900     GO TO   SEQ-TEST-06-END.                                     SQ1034.2
079000 SEQ-TEST-GF-06.                                                  SQ1034.2
079100     CLOSE SQ-FS2                                                 SQ1034.2
079171     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1034.2
079172         SQ-FS2-STATUS CCVS-IOT-NOKEY                             SQ1034.2
079173         BY CONTENT "CLOSE  SQ-FS2          S0006T ".             SQ1034.2
079200     IF DECL-EXEC-SW = 1                                          SQ1034.2
079300         PERFORM PASS                                             SQ1034.2
079400     ELSE                                                         SQ1034.2
082600     PERFORM DE-LETE.                                             SQ1034.2
082700     GO TO SEQ-TEST-07-END.                                       SQ1034.2
082800 SEQ-TEST-GF-07.                                                  SQ1034.2
082900     OPEN INPUT SQ-FS2                                            SQ1034.2
082971     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1034.2
082972         SQ-FS2-STATUS CCVS-IOT-NOKEY                             SQ1034.2
082973         BY CONTENT "OPEN   SQ-FS2          S0007T ".             SQ1034.2
083000     IF SQ-FS2-STATUS = "00"                                      SQ1034.2
083100         PERFORM PASS                                             SQ1034.2
083200     ELSE                                                         SQ1034.2
086600     GO TO   SEQ-TEST-08-END.                                     SQ1034.2
086700 SEQ-TEST-GF-08.                                                  SQ1034.2
086800 SEQ-TEST-GF-08-LOOP.                                             SQ1034.2
086900     READ    SQ-FS2 RECORD                                        SQ1034.2
086971     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1034.2
086972         SQ-FS2-STATUS CCVS-IOT-NOKEY                             SQ1034.2
086973         BY CONTENT "READ   SQ-FS2          S0008T ".             SQ1034.2
087000     IF SQ-FS2-STATUS = "10"                                      SQ1034.2
087100         MOVE    1 TO EOF-FLAG                                    SQ1034.2
087200         GO TO   SEQ-TEST-GF-08-02.                               SQ1034.2
093400     IF EOF-FLAG = 1                                              SQ1034.2
093500         GO TO   SEQ-TEST-GF-09-02.                               SQ1034.2
093600 SEQ-TEST-GF-09-LOOP.                                             SQ1034.2
093700     READ    SQ-FS2                                               SQ1034.2
093771     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1034.2
093772         SQ-FS2-STATUS CCVS-IOT-NOKEY                             SQ1034.2
093773         BY CONTENT "READ   SQ-FS2          S0009T ".             SQ1034.2
093800     IF SQ-FS2-STATUS = "10"                                      SQ1034.2
093900         MOVE    1 TO EOF-FLAG                                    SQ1034.2
094000         GO TO   SEQ-TEST-GF-09-02.                               SQ1034.2
099600     PERFORM DE-LETE.                                             SQ1034.2
099700     GO TO   SEQ-TEST-10-END.                                     SQ1034.2
099800 SEQ-TEST-GF-10.                                                  SQ1034.2
099900     READ    SQ-FS2                                               SQ1034.2
099971     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1034.2
099972         SQ-FS2-STATUS CCVS-IOT-NOKEY                             SQ1034.2
099973         BY CONTENT "READ   SQ-FS2          S0010T ".             SQ1034.2
100000     IF DECL-EXEC-SW = 0                                          SQ1034.2
100100         PERFORM PASS                                             SQ1034.2
100200     ELSE                                                         SQ1034.2
102800     PERFORM DE-LETE.                                             SQ1034.2
102900     GO TO   SEQ-TEST-11-END.                                     SQ1034.2
103000 SEQ-TEST-GF-11.                                                  SQ1034.2
103100     CLOSE SQ-FS2                                                 SQ1034.2
103171     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1034.2
103172         SQ-FS2-STATUS CCVS-IOT-NOKEY                             SQ1034.2
103173         BY CONTENT "CLOSE  SQ-FS2          S0011T ".             SQ1034.2
103200     IF DECL-EXEC-SW = 1                                          SQ1034.2
103300         PERFORM PASS                                             SQ1034.2
103400     ELSE                                                         SQ1034.2
