006600*J   **** X-CARD UNDEFINED ****                                   IX2024.2
006700        ACCESS MODE IS DYNAMIC                                    IX2024.2
006800        ; ORGANIZATION INDEXED                                    IX2024.2
006900      RECORD KEY IX-FD1-KEY                                       IX2024.2
006971      FILE STATUS IS IX-FD1-STATUS.                               IX2024.2
007000 DATA DIVISION.                                                   IX2024.2
007100 FILE SECTION.                                                    IX2024.2
007200*P                                                                IX2024.2
030900 01  UJ-AFTER-IMG      PIC X(240) VALUE SPACE.                    IX2024.2
030900 01  CCVS-PGM-ID                     PIC X(9)   VALUE             IX2024.2
031000     "IX202A".                                                    IX2024.2
031071 01  IX-FD1-STATUS PIC XX VALUE SPACE.                            IX2024.2
031072     COPY CCVSIOK.                                                IX2024.2
031100 PROCEDURE DIVISION.                                              IX2024.2
031200 CCVS1 SECTION.                                                   IX2024.2
031300 OPEN-FILES.                                                      IX2024.2
045900     EXIT.                                                        IX2024.2
046000 SECT-IX-02-001 SECTION.                                          IX2024.2
046100 READ-INIT-F2-01.                                                 IX2024.2
046200     OPEN    INPUT IX-FD1                                         IX2024.2
046271     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX2024.2
046272         IX-FD1-STATUS CCVS-IOT-NOKEY                             IX2024.2
046273         BY CONTENT "OPEN   IX-FD1          I0001TF".             IX2024.2
046300     MOVE     "READ-TEST-F2-01" TO PAR-NAME.                      IX2024.2
046400     MOVE     ZERO TO WRK-DU-09V00-001.                           IX2024.2
046500     MOVE     IX-WRK-KEY  TO IX-FD1-KEY.                          IX2024.2
047600              PERFORM FAIL                                        IX2024.2
047700              PERFORM PRINT-DETAIL                                IX2024.2
047800              GO TO READ-WRITE-F2-01.                             IX2024.2
047871     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX2024.2
047872         IX-FD1-STATUS CCVS-IOT-KEY                               IX2024.2
047873         BY CONTENT "READ   IX-FD1          I0002B "              IX2024.2
047900     READ     IX-FD1                                              IX2024.2
048000              INVALID KEY                                         IX2024.2
048071                 MOVE IX-FD1-KEY TO CCVS-IOT-KEY                  IX2024.2
048072                 CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME        IX2024.2
048073                     IX-FD1-STATUS CCVS-IOT-KEY                   IX2024.2
048074                     BY CONTENT "READ   IX-FD1          I0002P "  IX2024.2
048075                 GO TO READ-WRITE-F2-01.                          IX2024.2
048076     MOVE IX-FD1-KEY TO CCVS-IOT-KEY                              IX2024.2
048077     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX2024.2
048078         IX-FD1-STATUS CCVS-IOT-KEY                               IX2024.2
048079         BY CONTENT "READ   IX-FD1          I0002TE".             IX2024.2
048100     MOVE     IX-FS1R1-F-G-240 TO FILE-RECORD-INFO (1).           IX2024.2
048200     IF       XRECORD-NUMBER (1) EQUAL TO WRK-DU-09V00-001        IX2024.2
048300              GO TO READ-TEST-F2-01-R.                            IX2024.2
052700              ELSE                                                IX2024.2
052800              PERFORM PASS.                                       IX2024.2
052900     PERFORM  PRINT-DETAIL.                                       IX2024.2
053000     CLOSE    IX-FD1                                              IX2024.2
053071     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX2024.2
053072         IX-FD1-STATUS CCVS-IOT-NOKEY                             IX2024.2
053073         BY CONTENT "CLOSE  IX-FD1          I0003TF".             IX2024.2
053100*                                                                 IX2024.2
053200*  U P D A T E      READ & REWRITE                                IX2024.2
053300*                                                                 IX2024.2
053400 RWRT-INIT-GF-01-R .                                              IX2024.2
053500     MOVE     "RWRT-TEST-GF-01" TO PAR-NAME.                      IX2024.2
053600     MOVE     "REWRITE   "   TO FEATURE.                          IX2024.2
053700     OPEN     I-O IX-FD1                                          IX2024.2
053771     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX2024.2
053772         IX-FD1-STATUS CCVS-IOT-NOKEY                             IX2024.2
053773         BY CONTENT "OPEN   IX-FD1          I0004TF".             IX2024.2
053800     MOVE     ZERO TO IX-FD1-KEY.                                 IX2024.2
053900     MOVE     ZERO TO WRK-CS-09V00-002.                           IX2024.2
054000     MOVE     ZERO TO WRK-DU-09V00-001.                           IX2024.2
054800              PERFORM FAIL                                        IX2024.2
054900              PERFORM PRINT-DETAIL                                IX2024.2
055000              GO TO RWRT-TEST-GF-01-3.                            IX2024.2
055071     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX2024.2
055072         IX-FD1-STATUS CCVS-IOT-KEY                               IX2024.2
055073         BY CONTENT "READ   IX-FD1          I0005B "              IX2024.2
055100     READ     IX-FD1                                              IX2024.2
055200              INVALID KEY                                         IX2024.2
055271                 MOVE IX-FD1-KEY TO CCVS-IOT-KEY                  IX2024.2
055272                 CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME        IX2024.2
055273                     IX-FD1-STATUS CCVS-IOT-KEY                   IX2024.2
055274                     BY CONTENT "READ   IX-FD1          I0005P "  IX2024.2
055275                 GO TO RWRT-TEST-GF-01-1.                         IX2024.2
055276     MOVE IX-FD1-KEY TO CCVS-IOT-KEY                              IX2024.2
055277     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX2024.2
055278         IX-FD1-STATUS CCVS-IOT-KEY                               IX2024.2
055279         BY CONTENT "READ   IX-FD1          I0005TE".             IX2024.2
055200     MOVE     IX-FS1R1-F-G-240 TO UJ-BEFORE-IMG.                  IX2024.2
055300     MOVE     IX-FS1R1-F-G-240 TO FILE-RECORD-INFO (1)            IX2024.2
055400     ADD      01 TO UPDATE-NUMBER (1).                            IX2024.2
055500     MOVE     CCVS-PGM-ID TO XPROGRAM-NAME (1).                   IX2024.2
055600     MOVE     FILE-RECORD-INFO (1) TO IX-FS1R1-F-G-240.           IX2024.2
055671     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX2024.2
055672         IX-FD1-STATUS CCVS-IOT-KEY                               IX2024.2
055673         BY CONTENT "REWRITEIX-FD1          I0006B "              IX2024.2
055700     REWRITE  IX-FS1R1-F-G-240                                    IX2024.2
055800              INVALID KEY                                         IX2024.2
055871                 MOVE IX-FD1-KEY TO CCVS-IOT-KEY                  IX2024.2
055872                 CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME        IX2024.2
055873                     IX-FD1-STATUS CCVS-IOT-KEY                   IX2024.2
055874                     BY CONTENT "REWRITEIX-FD1          I0006P "  IX2024.2
055875                 GO TO RWRT-TEST-GF-01-2.                         IX2024.2
055876     MOVE IX-FD1-KEY TO CCVS-IOT-KEY                              IX2024.2
055877     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX2024.2
055878         IX-FD1-STATUS CCVS-IOT-KEY                               IX2024.2
055879         BY CONTENT "REWRITEIX-FD1          I0006TE".             IX2024.2
055800*    THE SUCCESSFUL REWRITE IS JOURNALED WITH ITS BEFORE AND      IX2024.2
055800*    AFTER IMAGES SO A LATER STATUS DISCREPANCY CAN BE WORKED     IX2024.2
055800*    WITHOUT REBUILDING THE FILE.  SEE CCVSUPJ/CCVSRPJ.           IX2024.2
059200              ELSE                                                IX2024.2
059300              PERFORM PASS.                                       IX2024.2
059400     PERFORM  PRINT-DETAIL.                                       IX2024.2
059500     CLOSE    IX-FD1                                              IX2024.2
059571     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX2024.2
059572         IX-FD1-STATUS CCVS-IOT-NOKEY                             IX2024.2
059573         BY CONTENT "CLOSE  IX-FD1          I0007TF".             IX2024.2
059600 READ-INIT-F2-02.                                                 IX2024.2
059700     MOVE     "READ-TEST-F2-02" TO PAR-NAME.                      IX2024.2
059800     MOVE     "READ   "   TO FEATURE.                             IX2024.2
059900     OPEN     INPUT  IX-FD1                                       IX2024.2
059971     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX2024.2
059972         IX-FD1-STATUS CCVS-IOT-NOKEY                             IX2024.2
059973         BY CONTENT "OPEN   IX-FD1          I0008TF".             IX2024.2
060000     MOVE     501  TO WRK-DU-09V00-001.                           IX2024.2
060100     MOVE     ZERO TO WRK-CS-09V00-004.                           IX2024.2
060200     MOVE     ZERO TO WRK-CS-09V00-005.                           IX2024.2
061200              GO TO READ-TEST-F2-02-1-0.                          IX2024.2
061300     SUBTRACT 1  FROM WRK-DU-09V00-001.                           IX2024.2
061400     MOVE     IX-WRK-KEY TO IX-FD1-KEY.                           IX2024.2
061471     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX2024.2
061472         IX-FD1-STATUS CCVS-IOT-KEY                               IX2024.2
061473         BY CONTENT "READ   IX-FD1          I0009B "              IX2024.2
061500     READ     IX-FD1                                              IX2024.2
061600              INVALID KEY                                         IX2024.2
061671                 MOVE IX-FD1-KEY TO CCVS-IOT-KEY                  IX2024.2
061672                 CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME        IX2024.2
061673                     IX-FD1-STATUS CCVS-IOT-KEY                   IX2024.2
061674                     BY CONTENT "READ   IX-FD1          I0009P "  IX2024.2
061675                 GO TO READ-TEST-F2-02-1.                         IX2024.2
061676     MOVE IX-FD1-KEY TO CCVS-IOT-KEY                              IX2024.2
061677     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX2024.2
061678         IX-FD1-STATUS CCVS-IOT-KEY                               IX2024.2
061679         BY CONTENT "READ   IX-FD1          I0009TE".             IX2024.2
061700     MOVE     IX-FS1R1-F-G-240 TO FILE-RECORD-INFO (1).           IX2024.2
061800     IF       UPDATE-NUMBER (1) EQUAL TO 00                       IX2024.2
061900              ADD 1 TO WRK-CS-09V00-004.                          IX2024.2
065800              ELSE                                                IX2024.2
065900              PERFORM PASS.                                       IX2024.2
066000     PERFORM PRINT-DETAIL.                                        IX2024.2
066100     CLOSE    IX-FD1                                              IX2024.2
066171     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX2024.2
066172         IX-FD1-STATUS CCVS-IOT-NOKEY                             IX2024.2
066173         BY CONTENT "CLOSE  IX-FD1          I0010TF".             IX2024.2
066200 CCVS-EXIT SECTION.                                               IX2024.2
066300 CCVS-999999.                                                     IX2024.2
066400     GO TO CLOSE-FILES.                                           IX2024.2
