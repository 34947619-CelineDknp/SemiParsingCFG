037211     COPY     CCVSSED.                                            IX1104.2
032300 01  CCVS-PGM-ID                     PIC X(9)   VALUE             IX1104.2
032400     "IX110A".                                                    IX1104.2
032471     COPY CCVSIOK.                                                IX1104.2
032500 PROCEDURE DIVISION.                                              IX1104.2
032600 DECLARATIVES.                                                    IX1104.2
032700                                                                  IX1104.2
050700     MOVE "OPEN I-O:    00 EXP." TO FEATURE.                      IX1104.2
050800     MOVE "OPN-TEST-GF-01-0" TO PAR-NAME.                         IX1104.2
050900     OPEN                                                         IX1104.2
051000        I-O    IX-FS3                                             IX1104.2
051071     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX1104.2
051072         IX-FS3-STATUS CCVS-IOT-NOKEY                             IX1104.2
051073         BY CONTENT "OPEN   IX-FS3          I0001T ".             IX1104.2
051100     IF IX-FS3-STATUS EQUAL TO "00"                               IX1104.2
051200         GO TO OPN-PASS-GF-01-0.                                  IX1104.2
051300 OPN-FAIL-GF-01-0.                                                IX1104.2
053500 WRI-TEST-GF-01-0.                                                IX1104.2
053600     MOVE SPACES TO IX-FS3-REC-120-240.                           IX1104.2
053700     MOVE "RECORD-KEY000000010END-OF-KEY" TO IX-FS3-KEY.          IX1104.2
053800     WRITE IX-FS3R1-F-G-240                                       IX1104.2
053871     MOVE IX-FS3-KEY TO CCVS-IOT-KEY                              IX1104.2
053872     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX1104.2
053873         IX-FS3-STATUS CCVS-IOT-KEY                               IX1104.2
053874         BY CONTENT "WRITE  IX-FS3          I0002T ".             IX1104.2
053900     IF IX-FS3-STATUS      = "22"                                 IX1104.2
054000         MOVE 1 TO STATUS-TEST-00                                 IX1104.2
054100         GO TO WRI-PASS-GF-01-0.                                  IX1104.2
056300     MOVE "RWR-TEST-GF-01-0" TO PAR-NAME.                         IX1104.2
056400     MOVE "RECORD-KEY000000049END-OF-KEY" TO IX-FS3-KEY.          IX1104.2
056500 RWR-TEST-GF-01-0.                                                IX1104.2
056571     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX1104.2
056572         IX-FS3-STATUS CCVS-IOT-KEY                               IX1104.2
056573         BY CONTENT "READ   IX-FS3          I0003B "              IX1104.2
056600     READ IX-FS3    INVALID KEY                                   IX1104.2
056671         MOVE IX-FS3-KEY TO CCVS-IOT-KEY                          IX1104.2
056672         CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                IX1104.2
056673             IX-FS3-STATUS CCVS-IOT-KEY                           IX1104.2
056674             BY CONTENT "READ   IX-FS3          I0003P "          IX1104.2
056675         GO TO RWR-TEST-GF-01-1.                                  IX1104.2
056676     MOVE IX-FS3-KEY TO CCVS-IOT-KEY                              IX1104.2
056677     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX1104.2
056678         IX-FS3-STATUS CCVS-IOT-KEY                               IX1104.2
056679         BY CONTENT "READ   IX-FS3          I0003T ".             IX1104.2
056700     MOVE SPACES TO IX-FS3-REC-120-240.                           IX1104.2
056800     MOVE "RECORD-KEY000000039END-OF-KEY" TO IX-FS3-KEY.          IX1104.2
056871     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX1104.2
056872         IX-FS3-STATUS CCVS-IOT-KEY                               IX1104.2
056873         BY CONTENT "REWRITEIX-FS3          I0004B "              IX1104.2
056900     REWRITE IX-FS3R1-F-G-240 INVALID KEY                         IX1104.2
056971         MOVE IX-FS3-KEY TO CCVS-IOT-KEY                          IX1104.2
056972         CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                IX1104.2
056973             IX-FS3-STATUS CCVS-IOT-KEY                           IX1104.2
056974             BY CONTENT "REWRITEIX-FS3          I0004P "          IX1104.2
056975         GO TO RWR-TEST-GF-01-1.                                  IX1104.2
056976     MOVE IX-FS3-KEY TO CCVS-IOT-KEY                              IX1104.2
056977     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX1104.2
056978         IX-FS3-STATUS CCVS-IOT-KEY                               IX1104.2
056979         BY CONTENT "REWRITEIX-FS3          I0004T ".             IX1104.2
057000 RWR-TEST-GF-01-1.                                                IX1104.2
057100     IF IX-FS3-STATUS  = "00"                                     IX1104.2
057200         GO TO RWR-PASS-GF-01-0.                                  IX1104.2
059400     MOVE "REA-TEST-GF-01-0" TO PAR-NAME.                         IX1104.2
059500 REA-TEST-GF-01-0.                                                IX1104.2
059600     MOVE "RECORD-KEY000000100END-OF-KEY" TO IX-FS3-KEY.          IX1104.2
059671     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX1104.2
059672         IX-FS3-STATUS CCVS-IOT-KEY                               IX1104.2
059673         BY CONTENT "READ   IX-FS3          I0005B "              IX1104.2
059700     READ  IX-FS3 INVALID KEY                                     IX1104.2
059771         MOVE IX-FS3-KEY TO CCVS-IOT-KEY                          IX1104.2
059772         CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                IX1104.2
059773             IX-FS3-STATUS CCVS-IOT-KEY                           IX1104.2
059774             BY CONTENT "READ   IX-FS3          I0005P "          IX1104.2
059775         GO TO REA-TEST-GF-01-1.                                  IX1104.2
059776     MOVE IX-FS3-KEY TO CCVS-IOT-KEY                              IX1104.2
059777     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX1104.2
059778         IX-FS3-STATUS CCVS-IOT-KEY                               IX1104.2
059779         BY CONTENT "READ   IX-FS3          I0005T ".             IX1104.2
059800 REA-TEST-GF-01-1.                                                IX1104.2
059900     IF IX-FS3-STATUS = "23"                                      IX1104.2
060000         GO TO REA-PASS-GF-01-0.                                  IX1104.2
060900 REA-WRITE-GF-01-0.                                               IX1104.2
061000     PERFORM PRINT-DETAIL.                                        IX1104.2
061100                                                                  IX1104.2
061200     CLOSE IX-FS3                                                 IX1104.2
061271     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX1104.2
061272         IX-FS3-STATUS CCVS-IOT-NOKEY                             IX1104.2
061273         BY CONTENT "CLOSE  IX-FS3          I0006T ".             IX1104.2
061300                                                                  IX1104.2
061400 TERMINATE-ROUTINE.                                               IX1104.2
061500     EXIT.                                                        IX1104.2
