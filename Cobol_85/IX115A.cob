037411     COPY     CCVSSED.                                            IX1154.2
032600 01  CCVS-PGM-ID                     PIC X(9)   VALUE             IX1154.2
032700     "IX115A".                                                    IX1154.2
032771     COPY CCVSIOK.                                                IX1154.2
032800 PROCEDURE DIVISION.                                              IX1154.2
032900 DECLARATIVES.                                                    IX1154.2
033000                                                                  IX1154.2
064800     MOVE "OPEN I-O   : 00 EXP." TO FEATURE.                      IX1154.2
064900     MOVE "OPN-TEST-GF-01-0" TO PAR-NAME.                         IX1154.2
065000     OPEN                                                         IX1154.2
065100        I-O    IX-FS3                                             IX1154.2
065171     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX1154.2
065172         IX-FS3-STATUS CCVS-IOT-NOKEY                             IX1154.2
065173         BY CONTENT "OPEN   IX-FS3          I0001T ".             IX1154.2
065200     IF IX-FS3-STATUS EQUAL TO "00"                               IX1154.2
065300         GO TO OPN-PASS-GF-01-0.                                  IX1154.2
065400 OPN-FAIL-GF-01-0.                                                IX1154.2
067100     MOVE "CLOSE I-O   :00 EXP." TO FEATURE.                      IX1154.2
067200     MOVE "CLO-TEST-GF-01-0" TO PAR-NAME.                         IX1154.2
067300 CLO-TEST-GF-01-0.                                                IX1154.2
067400     CLOSE IX-FS3                                                 IX1154.2
067471     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX1154.2
067472         IX-FS3-STATUS CCVS-IOT-NOKEY                             IX1154.2
067473         BY CONTENT "CLOSE  IX-FS3          I0002T ".             IX1154.2
067500     IF IX-FS3-STATUS = "00"                                      IX1154.2
067600         GO TO CLO-PASS-GF-01-0.                                  IX1154.2
067700 CLO-FAIL-GF-01-0.                                                IX1154.2
069900     MOVE SPACES TO IX-FS3-STATUS.                                IX1154.2
070000     MOVE "WRITE.       48 EXP." TO FEATURE                       IX1154.2
070100     MOVE "WRI-TEST-GF-01-0" TO PAR-NAME.                         IX1154.2
070200     WRITE IX-FS3R1-F-G-240                                       IX1154.2
070271     MOVE IX-FS3-KEY TO CCVS-IOT-KEY                              IX1154.2
070272     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX1154.2
070273         IX-FS3-STATUS CCVS-IOT-KEY                               IX1154.2
070274         BY CONTENT "WRITE  IX-FS3          I0003T ".             IX1154.2
070300 WRI-TEST-GF-01-1.                                                IX1154.2
070400     IF IX-FS3-STATUS EQUAL TO "48"                               IX1154.2
070500        MOVE "SHOULD HAVE EXECUTED DECLARATIVES IX-3,1.3.4(4)"    IX1154.2
