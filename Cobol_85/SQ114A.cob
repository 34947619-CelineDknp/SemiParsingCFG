033711     COPY     CCVSSED.                                            SQ1144.2
029100 01  CCVS-PGM-ID PIC X(6) VALUE                                   SQ1144.2
029200     "SQ114A".                                                    SQ1144.2
029271     COPY CCVSIOK.                                                SQ1144.2
029300 PROCEDURE DIVISION.                                              SQ1144.2
029400 CCVS1 SECTION.                                                   SQ1144.2
029500 OPEN-FILES.                                                      SQ1144.2
044700                                                                  SQ1144.2
044800     MOVE SPACE TO FILE-STATUS-SQ-FS1.                            SQ1144.2
044900     MOVE SPACE TO FILE-STATUS-SQ-FS2.                            SQ1144.2
045000     OPEN OUTPUT SQ-FS1 SQ-FS2                                    SQ1144.2
045071     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1144.2
045072         FILE-STATUS-SQ-FS1 CCVS-IOT-NOKEY                        SQ1144.2
045073         BY CONTENT "OPEN   SQ-FS1          S0001T "              SQ1144.2
045074     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1144.2
045075         FILE-STATUS-SQ-FS2 CCVS-IOT-NOKEY                        SQ1144.2
045076         BY CONTENT "OPEN   SQ-FS2          S0002T ".             SQ1144.2
045100     IF FILE-STATUS-SQ-FS1 NOT = "00"                             SQ1144.2
045200         OR FILE-STATUS-SQ-FS2 NOT = "00"                         SQ1144.2
045300             GO TO  OPEN-FAIL-GF-01.                              SQ1144.2
047200     PERFORM PRINT-DETAIL.                                        SQ1144.2
047300 WRITE-TEST-GF-01.                                                SQ1144.2
047400     MOVE FILE-RECORD-INFO-P1-120 (1)  TO SQ-FS1R1-F-G-120.       SQ1144.2
047500     WRITE SQ-FS1R1-F-G-120                                       SQ1144.2
047571     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1144.2
047572         FILE-STATUS-SQ-FS1 CCVS-IOT-NOKEY                        SQ1144.2
047573         BY CONTENT "WRITE  SQ-FS1          S0003T ".             SQ1144.2
047600     IF XRECORD-NUMBER (1) EQUAL TO 750                           SQ1144.2
047700         GO TO WRITE-WRITE-GF-01.                                 SQ1144.2
047800     ADD 1 TO XRECORD-NUMBER (1).                                 SQ1144.2
048300     MOVE "FILE CREATED, RECS =" TO COMPUTED-A.                   SQ1144.2
048400     MOVE  XRECORD-NUMBER (1) TO CORRECT-18V0.                    SQ1144.2
048500     PERFORM PRINT-DETAIL.                                        SQ1144.2
048600     CLOSE SQ-FS1                                                 SQ1144.2
048671     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1144.2
048672         FILE-STATUS-SQ-FS1 CCVS-IOT-NOKEY                        SQ1144.2
048673         BY CONTENT "CLOSE  SQ-FS1          S0004T ".             SQ1144.2
048700*        A SEQUENTIAL TAPE FILE WITH 120 CHARACTER RECORDS        SQ1144.2
048800*    HAS BEEN CREATED. THE FILE CONTAINS 750 RECORDS.             SQ1144.2
048900 SEQ-INIT-002.                                                    SQ1144.2
049000     MOVE ZERO TO WRK-CS-09V00.                                   SQ1144.2
049100*        THIS TEST READS AND CHECKS THE FILE CREATED IN           SQ1144.2
049200*    SEQ-TEST-001.                                                SQ1144.2
049300     OPEN INPUT SQ-FS1                                            SQ1144.2
049371     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1144.2
049372         FILE-STATUS-SQ-FS1 CCVS-IOT-NOKEY                        SQ1144.2
049373         BY CONTENT "OPEN   SQ-FS1          S0005T ".             SQ1144.2
049400 SEQ-TEST-002.                                                    SQ1144.2
049471     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1144.2
049472         FILE-STATUS-SQ-FS1 CCVS-IOT-NOKEY                        SQ1144.2
049473         BY CONTENT "READ   SQ-FS1          S0006B "              SQ1144.2
049500     READ SQ-FS1                                                  SQ1144.2
049600          AT END                                                  SQ1144.2
049671              CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME           SQ1144.2
049672                  FILE-STATUS-SQ-FS1 CCVS-IOT-NOKEY               SQ1144.2
049673                  BY CONTENT "READ   SQ-FS1          S0006P "     SQ1144.2
049674              GO TO SEQ-TEST-002-1.                               SQ1144.2
049675     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1144.2
049676         FILE-STATUS-SQ-FS1 CCVS-IOT-NOKEY                        SQ1144.2
049677         BY CONTENT "READ   SQ-FS1          S0006T ".             SQ1144.2
049700     MOVE   SQ-FS1R1-F-G-120 TO FILE-RECORD-INFO-P1-120 (1).      SQ1144.2
049800     ADD 1 TO WRK-CS-09V00.                                       SQ1144.2
049900     IF WRK-CS-09V00 GREATER THAN 750                             SQ1144.2
052600     MOVE "VERIFY FILE SQ-FS1" TO FEATURE.                        SQ1144.2
052700     PERFORM PRINT-DETAIL.                                        SQ1144.2
052800 SEQ-CLOSE-002.                                                   SQ1144.2
052900     CLOSE SQ-FS1                                                 SQ1144.2
052971     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1144.2
052972         FILE-STATUS-SQ-FS1 CCVS-IOT-NOKEY                        SQ1144.2
052973         BY CONTENT "CLOSE  SQ-FS1          S0007T ".             SQ1144.2
053000 READ-INIT-GF-01.                                                 SQ1144.2
053100     MOVE ZERO TO WRK-CS-09V00.                                   SQ1144.2
053200     MOVE ZERO TO RECORDS-IN-ERROR.                               SQ1144.2
053300     OPEN INPUT   SQ-FS1                                          SQ1144.2
053371     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1144.2
053372         FILE-STATUS-SQ-FS1 CCVS-IOT-NOKEY                        SQ1144.2
053373         BY CONTENT "OPEN   SQ-FS1          S0008T ".             SQ1144.2
053400*            FOUR OPTIONS FOR THE READ STATEMENT ARE CHECKED      SQ1144.2
053500*    IN THIS SERIES OF TESTS.                                     SQ1144.2
053600     MOVE "READ...RECORD AT END ..." TO FEATURE.                  SQ1144.2
053700     MOVE "READ-TEST-GF-01" TO PAR-NAME.                          SQ1144.2
053800     MOVE ZERO TO ERROR-FLAG.                                     SQ1144.2
053900 READ-TEST-GF-01.                                                 SQ1144.2
053971     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1144.2
053972         FILE-STATUS-SQ-FS1 CCVS-IOT-NOKEY                        SQ1144.2
053973         BY CONTENT "READ   SQ-FS1          S0009B "              SQ1144.2
054000     READ SQ-FS1 RECORD AT END                                    SQ1144.2
054071         CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                SQ1144.2
054072             FILE-STATUS-SQ-FS1 CCVS-IOT-NOKEY                    SQ1144.2
054073             BY CONTENT "READ   SQ-FS1          S0009P "          SQ1144.2
054100              MOVE "UNEXPECTED EOF" TO COMPUTED-A                 SQ1144.2
054200              MOVE 1 TO EOF-FLAG                                  SQ1144.2
054300              GO TO READ-FAIL-GF-01.                              SQ1144.2
054371     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1144.2
054372         FILE-STATUS-SQ-FS1 CCVS-IOT-NOKEY                        SQ1144.2
054373         BY CONTENT "READ   SQ-FS1          S0009T ".             SQ1144.2
054400     PERFORM RECORD-CHECK.                                        SQ1144.2
054500     IF WRK-CS-09V00 EQUAL TO 200                                 SQ1144.2
054600              GO TO READ-TEST-GF-01-1.                            SQ1144.2
057000     MOVE "READ...AT END..." TO FEATURE.                          SQ1144.2
057100     MOVE "READ-TEST-GF-02" TO PAR-NAME.                          SQ1144.2
057200 READ-TEST-GF-02.                                                 SQ1144.2
057271     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1144.2
057272         FILE-STATUS-SQ-FS1 CCVS-IOT-NOKEY                        SQ1144.2
057273         BY CONTENT "READ   SQ-FS1          S0010B "              SQ1144.2
057300     READ SQ-FS1 AT END                                           SQ1144.2
057371         CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                SQ1144.2
057372             FILE-STATUS-SQ-FS1 CCVS-IOT-NOKEY                    SQ1144.2
057373             BY CONTENT "READ   SQ-FS1          S0010P "          SQ1144.2
057400         MOVE "UNEXPECTED EOF" TO COMPUTED-A                      SQ1144.2
057500         MOVE 1 TO EOF-FLAG                                       SQ1144.2
057600         GO TO READ-FAIL-GF-02.                                   SQ1144.2
057671     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1144.2
057672         FILE-STATUS-SQ-FS1 CCVS-IOT-NOKEY                        SQ1144.2
057673         BY CONTENT "READ   SQ-FS1          S0010T ".             SQ1144.2
057700     PERFORM RECORD-CHECK.                                        SQ1144.2
057800     IF WRK-CS-09V00 EQUAL TO 400                                 SQ1144.2
057900         GO TO READ-TEST-GF-02-1.                                 SQ1144.2
059700     MOVE "READ...RECORD END..." TO RE-MARK.                      SQ1144.2
059800     MOVE "READ-TEST-GF-03" TO PAR-NAME.                          SQ1144.2
059900 READ-TEST-GF-03.                                                 SQ1144.2
059971     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1144.2
059972         FILE-STATUS-SQ-FS1 CCVS-IOT-NOKEY                        SQ1144.2
059973         BY CONTENT "READ   SQ-FS1          S0011B "              SQ1144.2
060000     READ SQ-FS1 RECORD END                                       SQ1144.2
060071         CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                SQ1144.2
060072             FILE-STATUS-SQ-FS1 CCVS-IOT-NOKEY                    SQ1144.2
060073             BY CONTENT "READ   SQ-FS1          S0011P "          SQ1144.2
060100          MOVE "UNEXPECTED EOF" TO COMPUTED-A                     SQ1144.2
060200          MOVE 1 TO EOF-FLAG                                      SQ1144.2
060300          GO TO READ-FAIL-GF-03.                                  SQ1144.2
060371     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1144.2
060372         FILE-STATUS-SQ-FS1 CCVS-IOT-NOKEY                        SQ1144.2
060373         BY CONTENT "READ   SQ-FS1          S0011T ".             SQ1144.2
060400     PERFORM RECORD-CHECK.                                        SQ1144.2
060500     IF WRK-CS-09V00 EQUAL TO 600                                 SQ1144.2
060600         GO TO READ-TEST-GF-03-1.                                 SQ1144.2
062400     MOVE "READ...END..." TO FEATURE.                             SQ1144.2
062500     MOVE  "READ-TEST-GF-04" TO PAR-NAME.                         SQ1144.2
062600 READ-TEST-GF-04.                                                 SQ1144.2
062671     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1144.2
062672         FILE-STATUS-SQ-FS1 CCVS-IOT-NOKEY                        SQ1144.2
062673         BY CONTENT "READ   SQ-FS1          S0012B "              SQ1144.2
062700     READ SQ-FS1 END                                              SQ1144.2
062771         CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                SQ1144.2
062772             FILE-STATUS-SQ-FS1 CCVS-IOT-NOKEY                    SQ1144.2
062773             BY CONTENT "READ   SQ-FS1          S0012P "          SQ1144.2
062774         GO TO READ-TEST-GF-04-1.                                 SQ1144.2
062775     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1144.2
062776         FILE-STATUS-SQ-FS1 CCVS-IOT-NOKEY                        SQ1144.2
062777         BY CONTENT "READ   SQ-FS1          S0012T ".             SQ1144.2
062800     PERFORM RECORD-CHECK.                                        SQ1144.2
062900     IF WRK-CS-09V00 GREATER THAN 750                             SQ1144.2
063000          GO TO READ-TEST-GF-04-1.                                SQ1144.2
066400     MOVE "READ FILE SQ-FS1" TO FEATURE.                          SQ1144.2
066500     PERFORM PRINT-DETAIL.                                        SQ1144.2
066600 READ-CLOSE-GF-05.                                                SQ1144.2
066700     CLOSE SQ-FS1                                                 SQ1144.2
066771     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1144.2
066772         FILE-STATUS-SQ-FS1 CCVS-IOT-NOKEY                        SQ1144.2
066773         BY CONTENT "CLOSE  SQ-FS1          S0013T ".             SQ1144.2
066800     CLOSE SQ-FS2                                                 SQ1144.2
066871     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1144.2
066872         FILE-STATUS-SQ-FS2 CCVS-IOT-NOKEY                        SQ1144.2
066873         BY CONTENT "CLOSE  SQ-FS2          S0014T ".             SQ1144.2
066900 SECT-SQ104-0001 SECTION.                                         SQ1144.2
067000 OPEN-TEST-GF-02.                                                 SQ1144.2
067100     OPEN OUTPUT SQ-FS3                                           SQ1144.2
067171     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1144.2
067172         FILE-STATUS-SQ-FS3 CCVS-IOT-NOKEY                        SQ1144.2
067173         BY CONTENT "OPEN   SQ-FS3          S0015T ".             SQ1144.2
067200     IF   FILE-STATUS-SQ-FS3 NOT = "00"                           SQ1144.2
067300          GO TO OPEN-FAIL-GF-03.                                  SQ1144.2
067400 OPEN-PASS-GF-01.                                                 SQ1144.2
069700     MOVE 000001 TO XRECORD-NUMBER (2).                           SQ1144.2
069800 WRITE-TEST-GF-02.                                                SQ1144.2
069900     MOVE FILE-RECORD-INFO-P1-120 (2) TO SQ-FS3R1-F-G-120.        SQ1144.2
070000     WRITE SQ-FS3R1-F-G-120                                       SQ1144.2
070071     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1144.2
070072         FILE-STATUS-SQ-FS3 CCVS-IOT-NOKEY                        SQ1144.2
070073         BY CONTENT "WRITE  SQ-FS3          S0016T ".             SQ1144.2
070100     IF XRECORD-NUMBER (2) EQUAL TO 649                           SQ1144.2
070200        GO TO WRITE-WRITE-GF-02.                                  SQ1144.2
070300     ADD 1 TO XRECORD-NUMBER (2).                                 SQ1144.2
070800     MOVE "FILE CREATED, RECS =" TO COMPUTED-A.                   SQ1144.2
070900     MOVE XRECORD-NUMBER (2) TO CORRECT-18V0.                     SQ1144.2
071000     PERFORM PRINT-DETAIL.                                        SQ1144.2
071100     CLOSE SQ-FS3                                                 SQ1144.2
071171     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1144.2
071172         FILE-STATUS-SQ-FS3 CCVS-IOT-NOKEY                        SQ1144.2
071173         BY CONTENT "CLOSE  SQ-FS3          S0017T ".             SQ1144.2
071200*        A MASS STORAGE SEQUENTIAL FILE WITH 120 CHARACTER        SQ1144.2
071300*    RECORDS HAS BEEN CREATED.  THE FILE CONTAINS 649 RECORDS.    SQ1144.2
071400 READ-INIT-GF-06.                                                 SQ1144.2
071600     MOVE    ZERO TO RECORDS-IN-ERROR.                            SQ1144.2
071700*        THIS TEST READS AND CHECKS THE FILE CREATED IN           SQ1144.2
071800*    READ-TEST-007.                                               SQ1144.2
071900     OPEN INPUT SQ-FS3                                            SQ1144.2
071971     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1144.2
071972         FILE-STATUS-SQ-FS3 CCVS-IOT-NOKEY                        SQ1144.2
071973         BY CONTENT "OPEN   SQ-FS3          S0018T ".             SQ1144.2
072000 READ-TEST-GF-06.                                                 SQ1144.2
072071     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1144.2
072072         FILE-STATUS-SQ-FS3 CCVS-IOT-NOKEY                        SQ1144.2
072073         BY CONTENT "READ   SQ-FS3          S0019B "              SQ1144.2
072100     READ SQ-FS3 RECORD                                           SQ1144.2
072200         AT END                                                   SQ1144.2
072271             CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME            SQ1144.2
072272                 FILE-STATUS-SQ-FS3 CCVS-IOT-NOKEY                SQ1144.2
072273                 BY CONTENT "READ   SQ-FS3          S0019P "      SQ1144.2
072274             GO TO READ-TEST-GF-06-1.                             SQ1144.2
072275     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1144.2
072276         FILE-STATUS-SQ-FS3 CCVS-IOT-NOKEY                        SQ1144.2
072277         BY CONTENT "READ   SQ-FS3          S0019T ".             SQ1144.2
072300     MOVE SQ-FS3R1-F-G-120 TO FILE-RECORD-INFO-P1-120 (2).        SQ1144.2
072400     ADD 1 TO WRK-CS-09V00.                                       SQ1144.2
072500     IF WRK-CS-09V00 GREATER THAN 649                             SQ1144.2
075100     MOVE "VERIFY FILE SQ-FS3" TO FEATURE.                        SQ1144.2
075200     PERFORM PRINT-DETAIL.                                        SQ1144.2
075300 READ-CLOSE-GF-06.                                                SQ1144.2
075400     CLOSE SQ-FS3                                                 SQ1144.2
075471     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1144.2
075472         FILE-STATUS-SQ-FS3 CCVS-IOT-NOKEY                        SQ1144.2
075473         BY CONTENT "CLOSE  SQ-FS3          S0020T ".             SQ1144.2
075500 READ-INIT-GF-07.                                                 SQ1144.2
075600     MOVE ZERO TO WRK-CS-09V00.                                   SQ1144.2
075700     MOVE ZERO TO RECORDS-IN-ERROR.                               SQ1144.2
075800     OPEN INPUT SQ-FS3                                            SQ1144.2
075871     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1144.2
075872         FILE-STATUS-SQ-FS3 CCVS-IOT-NOKEY                        SQ1144.2
075873         BY CONTENT "OPEN   SQ-FS3          S0021T ".             SQ1144.2
075900*        FOUR OPTIONS FOR THE READ STATEMENT ARE CHECKED          SQ1144.2
076000*    IN THIS SERIES OF TESTS.                                     SQ1144.2
076100     MOVE "LEV 1 READ STATEMENT" TO FEATURE.                      SQ1144.2
076400     MOVE "READ-TEST-GF-07" TO PAR-NAME.                          SQ1144.2
076500     MOVE ZERO TO ERROR-FLAG.                                     SQ1144.2
076600 READ-TEST-GF-07.                                                 SQ1144.2
076671     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1144.2
076672         FILE-STATUS-SQ-FS3 CCVS-IOT-NOKEY                        SQ1144.2
076673         BY CONTENT "READ   SQ-FS3          S0022B "              SQ1144.2
076700     READ SQ-FS3 RECORD                                           SQ1144.2
076800          AT END                                                  SQ1144.2
076871              CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME           SQ1144.2
076872                  FILE-STATUS-SQ-FS3 CCVS-IOT-NOKEY               SQ1144.2
076873                  BY CONTENT "READ   SQ-FS3          S0022P "     SQ1144.2
076874              MOVE "UNEXPECTED EOF" TO COMPUTED-A                 SQ1144.2
076900          MOVE 1 TO EOF-FLAG                                      SQ1144.2
077000          GO TO READ-FAIL-GF-07.                                  SQ1144.2
077071     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1144.2
077072         FILE-STATUS-SQ-FS3 CCVS-IOT-NOKEY                        SQ1144.2
077073         BY CONTENT "READ   SQ-FS3          S0022T ".             SQ1144.2
077100     PERFORM RECORD-CHECK-1.                                      SQ1144.2
077200     IF WRK-CS-09V00 EQUAL TO 50                                  SQ1144.2
077300           GO TO READ-TEST-GF-07-1.                               SQ1144.2
079700     MOVE "READ...AT END..." TO FEATURE.                          SQ1144.2
079800     MOVE "READ-TEST-GF-08" TO PAR-NAME.                          SQ1144.2
079900 READ-TEST-GF-08.                                                 SQ1144.2
079971     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1144.2
079972         FILE-STATUS-SQ-FS3 CCVS-IOT-NOKEY                        SQ1144.2
079973         BY CONTENT "READ   SQ-FS3          S0023B "              SQ1144.2
080000     READ SQ-FS3  AT END                                          SQ1144.2
080071         CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                SQ1144.2
080072             FILE-STATUS-SQ-FS3 CCVS-IOT-NOKEY                    SQ1144.2
080073             BY CONTENT "READ   SQ-FS3          S0023P "          SQ1144.2
080100          MOVE "UNEXPECTED EOF" TO COMPUTED-A                     SQ1144.2
080200          MOVE 1 TO EOF-FLAG                                      SQ1144.2
080300          GO TO READ-FAIL-GF-08.                                  SQ1144.2
080371     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1144.2
080372         FILE-STATUS-SQ-FS3 CCVS-IOT-NOKEY                        SQ1144.2
080373         BY CONTENT "READ   SQ-FS3          S0023T ".             SQ1144.2
080400     PERFORM RECORD-CHECK-1.                                      SQ1144.2
080500     IF WRK-CS-09V00 EQUAL TO 200                                 SQ1144.2
080600         GO TO READ-TEST-GF-08-1.                                 SQ1144.2
082400     MOVE "READ...RECORD END..." TO FEATURE.                      SQ1144.2
082500     MOVE "READ-TEST-GF-09" TO PAR-NAME.                          SQ1144.2
082600 READ-TEST-GF-09.                                                 SQ1144.2
082671     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1144.2
082672         FILE-STATUS-SQ-FS3 CCVS-IOT-NOKEY                        SQ1144.2
082673         BY CONTENT "READ   SQ-FS3          S0024B "              SQ1144.2
082700     READ SQ-FS3 RECORD END                                       SQ1144.2
082771         CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                SQ1144.2
082772             FILE-STATUS-SQ-FS3 CCVS-IOT-NOKEY                    SQ1144.2
082773             BY CONTENT "READ   SQ-FS3          S0024P "          SQ1144.2
082800          MOVE "UNEXPECTED EOF" TO COMPUTED-A                     SQ1144.2
082900          MOVE 1 TO EOF-FLAG                                      SQ1144.2
083000          GO TO READ-FAIL-GF-09.                                  SQ1144.2
083071     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1144.2
083072         FILE-STATUS-SQ-FS3 CCVS-IOT-NOKEY                        SQ1144.2
083073         BY CONTENT "READ   SQ-FS3          S0024T ".             SQ1144.2
083100     PERFORM RECORD-CHECK-1.                                      SQ1144.2
083200     IF WRK-CS-09V00 EQUAL TO 499                                 SQ1144.2
083300          GO TO READ-TEST-GF-09-1.                                SQ1144.2
085100     MOVE "READ...END..." TO FEATURE.                             SQ1144.2
085200     MOVE "READ-TEST-GF-10" TO PAR-NAME.                          SQ1144.2
085300 READ-TEST-GF-10.                                                 SQ1144.2
085371     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1144.2
085372         FILE-STATUS-SQ-FS3 CCVS-IOT-NOKEY                        SQ1144.2
085373         BY CONTENT "READ   SQ-FS3          S0025B "              SQ1144.2
085400     READ SQ-FS3 END                                              SQ1144.2
085471         CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                SQ1144.2
085472             FILE-STATUS-SQ-FS3 CCVS-IOT-NOKEY                    SQ1144.2
085473             BY CONTENT "READ   SQ-FS3          S0025P "          SQ1144.2
085500          GO TO READ-TEST-GF-10-1.                                SQ1144.2
085571     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1144.2
085572         FILE-STATUS-SQ-FS3 CCVS-IOT-NOKEY                        SQ1144.2
085573         BY CONTENT "READ   SQ-FS3          S0025T ".             SQ1144.2
085600     PERFORM RECORD-CHECK-1.                                      SQ1144.2
085700     IF WRK-CS-09V00 GREATER THAN 649                             SQ1144.2
085800          GO TO READ-TEST-GF-10-1.                                SQ1144.2
089100     MOVE "READ FILE SQ-FS3" TO FEATURE.                          SQ1144.2
089200     PERFORM PRINT-DETAIL.                                        SQ1144.2
089300 READ-CLOSE-GF-11.                                                SQ1144.2
089400     CLOSE SQ-FS3                                                 SQ1144.2
089471     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1144.2
089472         FILE-STATUS-SQ-FS3 CCVS-IOT-NOKEY                        SQ1144.2
089473         BY CONTENT "CLOSE  SQ-FS3          S0026T ".             SQ1144.2
089500 OPEN-TEST-GF-03.                                                 SQ1144.2
089600**************************************************************    SQ1144.2
089700*  OPEN OUTPUT FILE-1, FILE-2.   WILL BE TESTED IN THIS TEST.*    SQ1144.2
090000                                                                  SQ1144.2
090100     MOVE SPACE TO FILE-STATUS-SQ-FS1.                            SQ1144.2
090200     MOVE SPACE TO FILE-STATUS-SQ-FS2.                            SQ1144.2
090300     OPEN INPUT SQ-FS1 SQ-FS2                                     SQ1144.2
090371     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1144.2
090372         FILE-STATUS-SQ-FS1 CCVS-IOT-NOKEY                        SQ1144.2
090373         BY CONTENT "OPEN   SQ-FS1          S0027T "              SQ1144.2
090374     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1144.2
090375         FILE-STATUS-SQ-FS2 CCVS-IOT-NOKEY                        SQ1144.2
090376         BY CONTENT "OPEN   SQ-FS2          S0028T ".             SQ1144.2
090400     IF FILE-STATUS-SQ-FS1 NOT = "00"                             SQ1144.2
090500         OR FILE-STATUS-SQ-FS2 NOT = "00"                         SQ1144.2
090600             GO TO  OPEN-FAIL-GF-02.                              SQ1144.2
