006100            SEQUENTIAL                                            SQ1024.2
006200            ASSIGN TO                                             SQ1024.2
006300     DYNAMIC WS-X001-FNAME                                        SQ1024.2
006400                                                                  SQ1024.2
006471     FILE STATUS IS SQ-FS1-STATUS.                                SQ1024.2
006500*                                                                 SQ1024.2
006600*                                                                 SQ1024.2
006700 DATA DIVISION.                                                   SQ1024.2
030800     "SQ102A".                                                    SQ1024.2
030900*                                                                 SQ1024.2
031000*                                                                 SQ1024.2
031071 01  SQ-FS1-STATUS PIC XX VALUE SPACE.                            SQ1024.2
031072     COPY CCVSIOK.                                                SQ1024.2
031100 PROCEDURE DIVISION.                                              SQ1024.2
031200*                                                                 SQ1024.2
031300 CCVS1 SECTION.                                                   SQ1024.2
051600     MOVE    "SEQ-TEST-WR-01" TO PAR-NAME.                        SQ1024.2
051700*                                                                 SQ1024.2
051800 SEQ-TEST-WR-01.                                                  SQ1024.2
051900     OPEN OUTPUT SQ-FS1                                           SQ1024.2
051971     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1024.2
051972         SQ-FS1-STATUS CCVS-IOT-NOKEY                             SQ1024.2
051973         BY CONTENT "OPEN   SQ-FS1          S0001TF".             SQ1024.2
052000*                                                                 SQ1024.2
052100 SEQ-TEST-WR-01-LOOP.                                             SQ1024.2
052200     ADD     1 TO XRECORD-NUMBER (1).                             SQ1024.2
052300     MOVE    FILE-RECORD-INFO-P1-120 (1)  TO SQ-FS1R1-F-G-120.    SQ1024.2
052400     WRITE   SQ-FS1R1-F-G-120                                     SQ1024.2
052471     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1024.2
052472         SQ-FS1-STATUS CCVS-IOT-NOKEY                             SQ1024.2
052473         BY CONTENT "WRITE  SQ-FS1          S0002TF".             SQ1024.2
052500     IF XRECORD-NUMBER (1) LESS THAN 750                          SQ1024.2
052600         GO TO   SEQ-TEST-WR-01-LOOP.                             SQ1024.2
052700*                                                                 SQ1024.2
052800     CLOSE   SQ-FS1                                               SQ1024.2
052871     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1024.2
052872         SQ-FS1-STATUS CCVS-IOT-NOKEY                             SQ1024.2
052873         BY CONTENT "CLOSE  SQ-FS1          S0003TF".             SQ1024.2
052900*                                                                 SQ1024.2
053000*    A SEQUENTIAL TAPE FILE HAS BEEN CREATED.  IT CONTAINS 750    SQ1024.2
053100*    RECORDS, EACH 120 CHARACTERS LONG.  THE FILE WILL NOW BE     SQ1024.2
053900 SEQ-DELETE-02-01.                                                SQ1024.2
054000     GO TO   SEQ-DELETE-02-02.                                    SQ1024.2
054100 SEQ-TEST-GF-02-01.                                               SQ1024.2
054200     OPEN INPUT SQ-FS1                                            SQ1024.2
054271     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1024.2
054272         SQ-FS1-STATUS CCVS-IOT-NOKEY                             SQ1024.2
054273         BY CONTENT "OPEN   SQ-FS1          S0004TF".             SQ1024.2
054300*                                                                 SQ1024.2
054400 SEQ-INIT-GF-02-02.                                               SQ1024.2
054500     MOVE    FILE-RECORD-INFO-P1-120 (1)                          SQ1024.2
055300     GO TO   SEQ-DELETE-GF-02-05.                                 SQ1024.2
055400 SEQ-TEST-GF-02-02.                                               SQ1024.2
055500 SEQ-TEST-GF-02-02-LOOP.                                          SQ1024.2
055571     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1024.2
055572         SQ-FS1-STATUS CCVS-IOT-NOKEY                             SQ1024.2
055573         BY CONTENT "READ   SQ-FS1          S0005B "              SQ1024.2
055600     READ SQ-FS1                                                  SQ1024.2
055700          AT END                                                  SQ1024.2
055771              CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME           SQ1024.2
055772                  SQ-FS1-STATUS CCVS-IOT-NOKEY                    SQ1024.2
055773                  BY CONTENT "READ   SQ-FS1          S0005P "     SQ1024.2
055774              GO TO SEQ-TEST-GF-02-02-1.                          SQ1024.2
055775     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1024.2
055776         SQ-FS1-STATUS CCVS-IOT-NOKEY                             SQ1024.2
055777         BY CONTENT "READ   SQ-FS1          S0005TE".             SQ1024.2
055800     MOVE   SQ-FS1R1-F-G-120 TO FILE-RECORD-INFO-P1-120 (1).      SQ1024.2
055900     ADD    1 TO XRECORD-NUMBER (2).                              SQ1024.2
056000     IF XRECORD-NUMBER (2) GREATER THAN 750                       SQ1024.2
058900 SEQ-DELETE-GF-02-05.                                             SQ1024.2
059000     GO TO   SEQ-TEST-GF-02-END.                                  SQ1024.2
059100 SEQ-TEST-GF-02-05.                                               SQ1024.2
059200     CLOSE   SQ-FS1                                               SQ1024.2
059271     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1024.2
059272         SQ-FS1-STATUS CCVS-IOT-NOKEY                             SQ1024.2
059273         BY CONTENT "CLOSE  SQ-FS1          S0006TF".             SQ1024.2
059300 SEQ-TEST-GF-02-END.                                              SQ1024.2
059400*                                                                 SQ1024.2
059500*                                                                 SQ1024.2
059800 SEQ-DELETE-03.                                                   SQ1024.2
059900     GO TO   SEQ-TEST-03-END.                                     SQ1024.2
060000 SEQ-TEST-GF-03.                                                  SQ1024.2
060100     OPEN    INPUT SQ-FS1                                         SQ1024.2
060171     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1024.2
060172         SQ-FS1-STATUS CCVS-IOT-NOKEY                             SQ1024.2
060173         BY CONTENT "OPEN   SQ-FS1          S0007TF".             SQ1024.2
060200 SEQ-TEST-03-END.                                                 SQ1024.2
060300*                                                                 SQ1024.2
060400*                                                                 SQ1024.2
061900     PERFORM DE-LETE.                                             SQ1024.2
062000     GO TO   SEQ-TEST-04-END.                                     SQ1024.2
062100 SEQ-TEST-GF-04.                                                  SQ1024.2
062171     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1024.2
062172         SQ-FS1-STATUS CCVS-IOT-NOKEY                             SQ1024.2
062173         BY CONTENT "READ   SQ-FS1          S0008B "              SQ1024.2
062200     READ SQ-FS1 RECORD AT END                                    SQ1024.2
062271         CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                SQ1024.2
062272             SQ-FS1-STATUS CCVS-IOT-NOKEY                         SQ1024.2
062273             BY CONTENT "READ   SQ-FS1          S0008P "          SQ1024.2
062300         MOVE    1 TO EOF-FLAG                                    SQ1024.2
062400         GO TO   SEQ-TEST-GF-04-01.                               SQ1024.2
062471     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1024.2
062472         SQ-FS1-STATUS CCVS-IOT-NOKEY                             SQ1024.2
062473         BY CONTENT "READ   SQ-FS1          S0008TE".             SQ1024.2
062500     MOVE   SQ-FS1R1-F-G-120 TO FILE-RECORD-INFO-P1-120 (1).      SQ1024.2
062600     ADD    1 TO XRECORD-NUMBER (2)                               SQ1024.2
062700     IF XRECORD-NUMBER (2) NOT EQUAL TO XRECORD-NUMBER (1)        SQ1024.2
066800     PERFORM DE-LETE.                                             SQ1024.2
066900     GO TO   SEQ-TEST-05-END.                                     SQ1024.2
067000 SEQ-TEST-GF-05.                                                  SQ1024.2
067071     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1024.2
067072         SQ-FS1-STATUS CCVS-IOT-NOKEY                             SQ1024.2
067073         BY CONTENT "READ   SQ-FS1          S0009B "              SQ1024.2
067100     READ SQ-FS1 AT END                                           SQ1024.2
067171         CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                SQ1024.2
067172             SQ-FS1-STATUS CCVS-IOT-NOKEY                         SQ1024.2
067173             BY CONTENT "READ   SQ-FS1          S0009P "          SQ1024.2
067200         MOVE    1 TO EOF-FLAG                                    SQ1024.2
067300         GO TO   SEQ-TEST-GF-05-01.                               SQ1024.2
067371     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1024.2
067372         SQ-FS1-STATUS CCVS-IOT-NOKEY                             SQ1024.2
067373         BY CONTENT "READ   SQ-FS1          S0009TE".             SQ1024.2
067400     MOVE   SQ-FS1R1-F-G-120 TO FILE-RECORD-INFO-P1-120 (1).      SQ1024.2
067500     ADD    1 TO XRECORD-NUMBER (2)                               SQ1024.2
067600     IF XRECORD-NUMBER (2) NOT EQUAL TO XRECORD-NUMBER (1)        SQ1024.2
071700     PERFORM DE-LETE.                                             SQ1024.2
071800     GO TO   SEQ-TEST-06-END.                                     SQ1024.2
071900 SEQ-TEST-GF-06.                                                  SQ1024.2
071971     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1024.2
071972         SQ-FS1-STATUS CCVS-IOT-NOKEY                             SQ1024.2
071973         BY CONTENT "READ   SQ-FS1          S0010B "              SQ1024.2
072000     READ SQ-FS1 RECORD END                                       SQ1024.2
072071         CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                SQ1024.2
072072             SQ-FS1-STATUS CCVS-IOT-NOKEY                         SQ1024.2
072073             BY CONTENT "READ   SQ-FS1          S0010P "          SQ1024.2
072100         MOVE    1 TO EOF-FLAG                                    SQ1024.2
072200         GO TO   SEQ-TEST-GF-06-01.                               SQ1024.2
072271     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1024.2
072272         SQ-FS1-STATUS CCVS-IOT-NOKEY                             SQ1024.2
072273         BY CONTENT "READ   SQ-FS1          S0010TE".             SQ1024.2
072300     MOVE   SQ-FS1R1-F-G-120 TO FILE-RECORD-INFO-P1-120 (1).      SQ1024.2
072400     ADD    1 TO XRECORD-NUMBER (2)                               SQ1024.2
072500     IF XRECORD-NUMBER (2) NOT EQUAL TO XRECORD-NUMBER (1)        SQ1024.2
076600     PERFORM DE-LETE.                                             SQ1024.2
076700     GO TO   SEQ-TEST-07-END.                                     SQ1024.2
076800 SEQ-TEST-GF-07.                                                  SQ1024.2
076871     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1024.2
076872         SQ-FS1-STATUS CCVS-IOT-NOKEY                             SQ1024.2
076873         BY CONTENT "READ   SQ-FS1          S0011B "              SQ1024.2
076900     READ SQ-FS1 END                                              SQ1024.2
076971         CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                SQ1024.2
076972             SQ-FS1-STATUS CCVS-IOT-NOKEY                         SQ1024.2
076973             BY CONTENT "READ   SQ-FS1          S0011P "          SQ1024.2
077000         MOVE    1 TO EOF-FLAG                                    SQ1024.2
077100         GO TO   SEQ-TEST-GF-07-01.                               SQ1024.2
077171     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1024.2
077172         SQ-FS1-STATUS CCVS-IOT-NOKEY                             SQ1024.2
077173         BY CONTENT "READ   SQ-FS1          S0011TE".             SQ1024.2
077200     MOVE   SQ-FS1R1-F-G-120 TO FILE-RECORD-INFO-P1-120 (1).      SQ1024.2
077300     ADD    1 TO XRECORD-NUMBER (2)                               SQ1024.2
077400     IF XRECORD-NUMBER (2) NOT EQUAL TO XRECORD-NUMBER (1)        SQ1024.2
081100     PERFORM DE-LETE.                                             SQ1024.2
081200     GO TO   SEQ-TEST-08-END.                                     SQ1024.2
081300 SEQ-TEST-GF-08.                                                  SQ1024.2
081371     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1024.2
081372         SQ-FS1-STATUS CCVS-IOT-NOKEY                             SQ1024.2
081373         BY CONTENT "READ   SQ-FS1          S0012B "              SQ1024.2
081400     READ SQ-FS1 END                                              SQ1024.2
081471         CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                SQ1024.2
081472             SQ-FS1-STATUS CCVS-IOT-NOKEY                         SQ1024.2
081473             BY CONTENT "READ   SQ-FS1          S0012P "          SQ1024.2
081500         MOVE    1 TO EOF-FLAG.                                   SQ1024.2
081571     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1024.2
081572         SQ-FS1-STATUS CCVS-IOT-NOKEY                             SQ1024.2
081573         BY CONTENT "READ   SQ-FS1          S0012TE".             SQ1024.2
081600*                                                                 SQ1024.2
081700 SEQ-TEST-GF-08-01.                                               SQ1024.2
081800     IF EOF-FLAG NOT EQUAL TO 1                                   SQ1024.2
083000 SEQ-DELETE-09.                                                   SQ1024.2
083100     GO TO   SEQ-TEST-09-END.                                     SQ1024.2
083200 SEQ-TEST-GF-09.                                                  SQ1024.2
083300     CLOSE SQ-FS1                                                 SQ1024.2
083371     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1024.2
083372         SQ-FS1-STATUS CCVS-IOT-NOKEY                             SQ1024.2
083373         BY CONTENT "CLOSE  SQ-FS1          S0013TF".             SQ1024.2
083400 SEQ-TEST-09-END.                                                 SQ1024.2
083500*                                                                 SQ1024.2
083600*                                                                 SQ1024.2
