032300     "SQ113A".                                                    SQ1134.2
032400*                                                                 SQ1134.2
032500*                                                                 SQ1134.2
032571     COPY CCVSIOK.                                                SQ1134.2
032600 PROCEDURE DIVISION.                                              SQ1134.2
032700*                                                                 SQ1134.2
032800 CCVS1 SECTION.                                                   SQ1134.2
053300     MOVE    "00"    TO SQ-FS1-STATUS-COPY.                       SQ1134.2
053400*                                                                 SQ1134.2
053500 SEQ-TEST-WR-01.                                                  SQ1134.2
053600     OPEN OUTPUT SQ-FS1                                           SQ1134.2
053671     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1134.2
053672         SQ-FS1-STATUS CCVS-IOT-NOKEY                             SQ1134.2
053673         BY CONTENT "OPEN   SQ-FS1          S0001T ".             SQ1134.2
053700     IF SQ-FS1-STATUS NOT EQUAL TO "00"                           SQ1134.2
053800         MOVE    SQ-FS1-STATUS TO SQ-FS1-STATUS-COPY              SQ1134.2
053900         MOVE   "00" TO SQ-FS1-STATUS.                            SQ1134.2
054100 SEQ-TEST-WR-01-LOOP.                                             SQ1134.2
054200     ADD     1 TO XRECORD-NUMBER (1).                             SQ1134.2
054300     MOVE    FILE-RECORD-INFO-P1-120 (1)  TO SQ-FS1R1-F-G-120.    SQ1134.2
054400     WRITE   SQ-FS1R1-F-G-120                                     SQ1134.2
054471     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1134.2
054472         SQ-FS1-STATUS CCVS-IOT-NOKEY                             SQ1134.2
054473         BY CONTENT "WRITE  SQ-FS1          S0002T ".             SQ1134.2
054500     IF SQ-FS1-STATUS NOT EQUAL TO "00"                           SQ1134.2
054600         MOVE    SQ-FS1-STATUS TO SQ-FS1-STATUS-COPY              SQ1134.2
054700         MOVE   "00" TO SQ-FS1-STATUS.                            SQ1134.2
054800     IF XRECORD-NUMBER (1) LESS THAN 750                          SQ1134.2
054900         GO TO   SEQ-TEST-WR-01-LOOP.                             SQ1134.2
055000*                                                                 SQ1134.2
055100     CLOSE   SQ-FS1                                               SQ1134.2
055171     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1134.2
055172         SQ-FS1-STATUS CCVS-IOT-NOKEY                             SQ1134.2
055173         BY CONTENT "CLOSE  SQ-FS1          S0003T ".             SQ1134.2
055200     IF SQ-FS1-STATUS NOT EQUAL TO "00"                           SQ1134.2
055300         MOVE    SQ-FS1-STATUS TO SQ-FS1-STATUS-COPY              SQ1134.2
055400         MOVE   "00" TO SQ-FS1-STATUS.                            SQ1134.2
057500     PERFORM DE-LETE.                                             SQ1134.2
057600     GO TO   SEQ-DELETE-02-02.                                    SQ1134.2
057700 SEQ-TEST-GF-02-01.                                               SQ1134.2
057800     OPEN INPUT SQ-FS1                                            SQ1134.2
057871     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1134.2
057872         SQ-FS1-STATUS CCVS-IOT-NOKEY                             SQ1134.2
057873         BY CONTENT "OPEN   SQ-FS1          S0004T ".             SQ1134.2
057900     IF SQ-FS1-STATUS NOT EQUAL TO "00"                           SQ1134.2
058000         MOVE    SQ-FS1-STATUS TO COMPUTED-A                      SQ1134.2
058100         MOVE   "00" TO CORRECT-A                                 SQ1134.2
060200 SEQ-TEST-GF-02-02.                                               SQ1134.2
060300     ADD     1 TO REC-CT.                                         SQ1134.2
060400 SEQ-TEST-GF-02-02-LOOP.                                          SQ1134.2
060471     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1134.2
060472         SQ-FS1-STATUS CCVS-IOT-NOKEY                             SQ1134.2
060473         BY CONTENT "READ   SQ-FS1          S0005B "              SQ1134.2
060500     READ SQ-FS1                                                  SQ1134.2
060600          AT END                                                  SQ1134.2
060671              CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME           SQ1134.2
060672                  SQ-FS1-STATUS CCVS-IOT-NOKEY                    SQ1134.2
060673                  BY CONTENT "READ   SQ-FS1          S0005P "     SQ1134.2
060674              GO TO SEQ-TEST-GF-02-02-1.                          SQ1134.2
060675     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1134.2
060676         SQ-FS1-STATUS CCVS-IOT-NOKEY                             SQ1134.2
060677         BY CONTENT "READ   SQ-FS1          S0005T ".             SQ1134.2
060700     IF SQ-FS1-STATUS NOT EQUAL TO "00"                           SQ1134.2
060800         MOVE    SQ-FS1-STATUS TO SQ-FS1-STATUS-COPY              SQ1134.2
060900         MOVE   "00" TO SQ-FS1-STATUS.                            SQ1134.2
065400     GO TO   SEQ-TEST-GF-02-END.                                  SQ1134.2
065500 SEQ-TEST-GF-02-05.                                               SQ1134.2
065600     ADD     1 TO REC-CT.                                         SQ1134.2
065700     CLOSE   SQ-FS1                                               SQ1134.2
065771     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1134.2
065772         SQ-FS1-STATUS CCVS-IOT-NOKEY                             SQ1134.2
065773         BY CONTENT "CLOSE  SQ-FS1          S0006T ".             SQ1134.2
065800     IF SQ-FS1-STATUS EQUAL "00"                                  SQ1134.2
065900         PERFORM PASS                                             SQ1134.2
066000     ELSE                                                         SQ1134.2
067700     PERFORM DE-LETE.                                             SQ1134.2
067800     GO TO   SEQ-TEST-03-END.                                     SQ1134.2
067900 SEQ-TEST-GF-03.                                                  SQ1134.2
068000     OPEN    INPUT SQ-FS1                                         SQ1134.2
068071     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1134.2
068072         SQ-FS1-STATUS CCVS-IOT-NOKEY                             SQ1134.2
068073         BY CONTENT "OPEN   SQ-FS1          S0007T ".             SQ1134.2
068100     IF SQ-FS1-STATUS NOT EQUAL TO "00"                           SQ1134.2
068200         MOVE    SQ-FS1-STATUS TO COMPUTED-A                      SQ1134.2
068300         MOVE   "00" TO CORRECT-A                                 SQ1134.2
070800     PERFORM DE-LETE.                                             SQ1134.2
070900     GO TO   SEQ-TEST-04-END.                                     SQ1134.2
071000 SEQ-TEST-GF-04.                                                  SQ1134.2
071071     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1134.2
071072         SQ-FS1-STATUS CCVS-IOT-NOKEY                             SQ1134.2
071073         BY CONTENT "READ   SQ-FS1          S0008B "              SQ1134.2
071100     READ SQ-FS1 RECORD AT END                                    SQ1134.2
071171         CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                SQ1134.2
071172             SQ-FS1-STATUS CCVS-IOT-NOKEY                         SQ1134.2
071173             BY CONTENT "READ   SQ-FS1          S0008P "          SQ1134.2
071200         MOVE    1 TO EOF-FLAG                                    SQ1134.2
071300         GO TO   SEQ-TEST-GF-04-01.                               SQ1134.2
071371     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1134.2
071372         SQ-FS1-STATUS CCVS-IOT-NOKEY                             SQ1134.2
071373         BY CONTENT "READ   SQ-FS1          S0008T ".             SQ1134.2
071400     IF SQ-FS1-STATUS NOT EQUAL TO "00"                           SQ1134.2
071500         MOVE    SQ-FS1-STATUS TO SQ-FS1-STATUS-COPY              SQ1134.2
071600         MOVE   "00" TO SQ-FS1-STATUS.                            SQ1134.2
077500     PERFORM DE-LETE.                                             SQ1134.2
077600     GO TO   SEQ-TEST-05-END.                                     SQ1134.2
077700 SEQ-TEST-GF-05.                                                  SQ1134.2
077771     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1134.2
077772         SQ-FS1-STATUS CCVS-IOT-NOKEY                             SQ1134.2
077773         BY CONTENT "READ   SQ-FS1          S0009B "              SQ1134.2
077800     READ SQ-FS1 AT END                                           SQ1134.2
077871         CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                SQ1134.2
077872             SQ-FS1-STATUS CCVS-IOT-NOKEY                         SQ1134.2
077873             BY CONTENT "READ   SQ-FS1          S0009P "          SQ1134.2
077900         MOVE    1 TO EOF-FLAG                                    SQ1134.2
078000         GO TO   SEQ-TEST-GF-05-01.                               SQ1134.2
078071     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1134.2
078072         SQ-FS1-STATUS CCVS-IOT-NOKEY                             SQ1134.2
078073         BY CONTENT "READ   SQ-FS1          S0009T ".             SQ1134.2
078100     IF SQ-FS1-STATUS NOT EQUAL TO "00"                           SQ1134.2
078200         MOVE    SQ-FS1-STATUS TO SQ-FS1-STATUS-COPY              SQ1134.2
078300         MOVE   "00" TO SQ-FS1-STATUS.                            SQ1134.2
084200     PERFORM DE-LETE.                                             SQ1134.2
084300     GO TO   SEQ-TEST-06-END.                                     SQ1134.2
084400 SEQ-TEST-GF-06.                                                  SQ1134.2
084471     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1134.2
084472         SQ-FS1-STATUS CCVS-IOT-NOKEY                             SQ1134.2
084473         BY CONTENT "READ   SQ-FS1          S0010B "              SQ1134.2
084500     READ SQ-FS1 RECORD END                                       SQ1134.2
084571         CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                SQ1134.2
084572             SQ-FS1-STATUS CCVS-IOT-NOKEY                         SQ1134.2
084573             BY CONTENT "READ   SQ-FS1          S0010P "          SQ1134.2
084600         MOVE    1 TO EOF-FLAG                                    SQ1134.2
084700         GO TO   SEQ-TEST-GF-06-01.                               SQ1134.2
084771     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1134.2
084772         SQ-FS1-STATUS CCVS-IOT-NOKEY                             SQ1134.2
084773         BY CONTENT "READ   SQ-FS1          S0010T ".             SQ1134.2
084800     IF SQ-FS1-STATUS NOT EQUAL TO "00"                           SQ1134.2
084900         MOVE    SQ-FS1-STATUS TO SQ-FS1-STATUS-COPY              SQ1134.2
085000         MOVE   "00" TO SQ-FS1-STATUS.                            SQ1134.2
090900     PERFORM DE-LETE.                                             SQ1134.2
091000     GO TO   SEQ-TEST-07-END.                                     SQ1134.2
091100 SEQ-TEST-GF-07.                                                  SQ1134.2
091171     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1134.2
091172         SQ-FS1-STATUS CCVS-IOT-NOKEY                             SQ1134.2
091173         BY CONTENT "READ   SQ-FS1          S0011B "              SQ1134.2
091200     READ SQ-FS1 END                                              SQ1134.2
091271         CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                SQ1134.2
091272             SQ-FS1-STATUS CCVS-IOT-NOKEY                         SQ1134.2
091273             BY CONTENT "READ   SQ-FS1          S0011P "          SQ1134.2
091300         MOVE    1 TO EOF-FLAG                                    SQ1134.2
091400         GO TO   SEQ-TEST-GF-07-01.                               SQ1134.2
091471     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1134.2
091472         SQ-FS1-STATUS CCVS-IOT-NOKEY                             SQ1134.2
091473         BY CONTENT "READ   SQ-FS1          S0011T ".             SQ1134.2
091500     IF SQ-FS1-STATUS NOT EQUAL TO "00"                           SQ1134.2
091600         MOVE    SQ-FS1-STATUS TO SQ-FS1-STATUS-COPY              SQ1134.2
091700         MOVE   "00" TO SQ-FS1-STATUS.                            SQ1134.2
097000     PERFORM DE-LETE.                                             SQ1134.2
097100     GO TO   SEQ-TEST-08-END.                                     SQ1134.2
097200 SEQ-TEST-GF-08.                                                  SQ1134.2
097271     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1134.2
097272         SQ-FS1-STATUS CCVS-IOT-NOKEY                             SQ1134.2
097273         BY CONTENT "READ   SQ-FS1          S0012B "              SQ1134.2
097300     READ SQ-FS1 END                                              SQ1134.2
097371         CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                SQ1134.2
097372             SQ-FS1-STATUS CCVS-IOT-NOKEY                         SQ1134.2
097373             BY CONTENT "READ   SQ-FS1          S0012P "          SQ1134.2
097400         MOVE    1 TO EOF-FLAG.                                   SQ1134.2
097471     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1134.2
097472         SQ-FS1-STATUS CCVS-IOT-NOKEY                             SQ1134.2
097473         BY CONTENT "READ   SQ-FS1          S0012T ".             SQ1134.2
097500     IF SQ-FS1-STATUS NOT EQUAL TO "10"                           SQ1134.2
097600         MOVE    SQ-FS1-STATUS TO COMPUTED-A                      SQ1134.2
097700         MOVE   "00" TO CORRECT-A                                 SQ1134.2
100400     PERFORM DE-LETE.                                             SQ1134.2
100500     GO TO   SEQ-TEST-09-END.                                     SQ1134.2
100600 SEQ-TEST-GF-09.                                                  SQ1134.2
100700     CLOSE SQ-FS1                                                 SQ1134.2
100771     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1134.2
100772         SQ-FS1-STATUS CCVS-IOT-NOKEY                             SQ1134.2
100773         BY CONTENT "CLOSE  SQ-FS1          S0013T ".             SQ1134.2
100800     IF SQ-FS1-STATUS NOT EQUAL TO "00"                           SQ1134.2
100900         MOVE    SQ-FS1-STATUS TO COMPUTED-A                      SQ1134.2
101000         MOVE   "00" TO CORRECT-A                                 SQ1134.2
