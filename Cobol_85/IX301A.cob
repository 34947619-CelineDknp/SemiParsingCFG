027600     COPY     CCVSSED.                                            IX3014.2
027700 01  CCVS-PGM-ID                     PIC X(9)   VALUE             IX3014.2
027800     "IX301A".                                                    IX3014.2
027871     COPY CCVSIOK.                                                IX3014.2
027900 PROCEDURE DIVISION.                                              IX3014.2
028000 CCVS1 SECTION.                                                   IX3014.2
028100 OPEN-FILES.                                                      IX3014.2
060000 LCK-BUILD-301.                                                   IX3014.2
060100     MOVE     "CONCURRENT ACCESS" TO FEATURE.                     IX3014.2
060200     MOVE     "VIII-37 GR4" TO ANSI-REFERENCE.                    IX3014.2
060300     OPEN     OUTPUT HX-IX-FILE                                   IX3014.2
060371     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX3014.2
060372         HX-FSTATUS CCVS-IOT-NOKEY                                IX3014.2
060373         BY CONTENT "OPEN   HX-IX-FILE      I0001T ".             IX3014.2
060400     PERFORM  LCK-LOAD-IX-RECORD                                  IX3014.2
060500              VARYING HX-SUB FROM 1 BY 1                          IX3014.2
060600              UNTIL HX-SUB > 5.                                   IX3014.2
060700     CLOSE    HX-IX-FILE                                          IX3014.2
060771     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX3014.2
060772         HX-FSTATUS CCVS-IOT-NOKEY                                IX3014.2
060773         BY CONTENT "CLOSE  HX-IX-FILE      I0002T ".             IX3014.2
060800     OPEN     OUTPUT HX-RL-FILE                                   IX3014.2
060871     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX3014.2
060872         HX-FSTATUS CCVS-IOT-NOKEY                                IX3014.2
060873         BY CONTENT "OPEN   HX-RL-FILE      R0003T ".             IX3014.2
060900     PERFORM  LCK-LOAD-RL-RECORD                                  IX3014.2
061000              VARYING HX-SUB FROM 1 BY 1                          IX3014.2
061100              UNTIL HX-SUB > 5.                                   IX3014.2
061200     CLOSE    HX-RL-FILE                                          IX3014.2
061271     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX3014.2
061272         HX-FSTATUS CCVS-IOT-NOKEY                                IX3014.2
061273         BY CONTENT "CLOSE  HX-RL-FILE      R0004T ".             IX3014.2
061300     GO       TO LCK-TEST-301-1.                                  IX3014.2
061400 LCK-LOAD-IX-RECORD.                                              IX3014.2
061500     MOVE     SPACE TO HX-IX-RECORD.                              IX3014.2
061800              HX-SUB     DELIMITED BY SIZE                        IX3014.2
061900              INTO HX-KEY-BUILD.                                  IX3014.2
062000     MOVE     HX-KEY-BUILD TO HX-IX-KEY.                          IX3014.2
062071     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX3014.2
062072         HX-FSTATUS CCVS-IOT-KEY                                  IX3014.2
062073         BY CONTENT "WRITE  HX-IX-FILE      I0005B "              IX3014.2
062100     WRITE    HX-IX-RECORD                                        IX3014.2
062200         INVALID KEY                                              IX3014.2
062271             MOVE HX-IX-KEY TO CCVS-IOT-KEY                       IX3014.2
062272             CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME            IX3014.2
062273                 HX-FSTATUS CCVS-IOT-KEY                          IX3014.2
062274                 BY CONTENT "WRITE  HX-IX-FILE      I0005P "      IX3014.2
062275             CONTINUE                                             IX3014.2
062300     END-WRITE                                                    IX3014.2
062371     MOVE HX-IX-KEY TO CCVS-IOT-KEY                               IX3014.2
062372     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX3014.2
062373         HX-FSTATUS CCVS-IOT-KEY                                  IX3014.2
062374         BY CONTENT "WRITE  HX-IX-FILE      I0005T ".             IX3014.2
062400 LCK-LOAD-RL-RECORD.                                              IX3014.2
062500     MOVE     HX-SUB TO HX-RL-KEY.                                IX3014.2
062600     MOVE     ALL "R" TO HX-RL-RECORD.                            IX3014.2
062671     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX3014.2
062672         HX-FSTATUS CCVS-IOT-KEY                                  IX3014.2
062673         BY CONTENT "WRITE  HX-RL-FILE      R0006B "              IX3014.2
062700     WRITE    HX-RL-RECORD                                        IX3014.2
062800         INVALID KEY                                              IX3014.2
062871             MOVE HX-RL-KEY TO CCVS-IOT-KEY                       IX3014.2
062872             CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME            IX3014.2
062873                 HX-FSTATUS CCVS-IOT-KEY                          IX3014.2
062874                 BY CONTENT "WRITE  HX-RL-FILE      R0006P "      IX3014.2
062875             CONTINUE                                             IX3014.2
062900     END-WRITE                                                    IX3014.2
062971     MOVE HX-RL-KEY TO CCVS-IOT-KEY                               IX3014.2
062972     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX3014.2
062973         HX-FSTATUS CCVS-IOT-KEY                                  IX3014.2
062974         BY CONTENT "WRITE  HX-RL-FILE      R0006T ".             IX3014.2
063000 LCK-TEST-301-1.                                                  IX3014.2
063100     MOVE     "LCK-TEST-301-1" TO PAR-NAME.                       IX3014.2
063200     OPEN     I-O HX-IX-FILE                                      IX3014.2
063271     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX3014.2
063272         HX-FSTATUS CCVS-IOT-NOKEY                                IX3014.2
063273         BY CONTENT "OPEN   HX-IX-FILE      I0007T ".             IX3014.2
063300     MOVE     "IX" TO HX-PHASE.                                   IX3014.2
063400     CALL     "IX302A" USING HX-PHASE.                            IX3014.2
063500     CLOSE    HX-IX-FILE                                          IX3014.2
063571     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX3014.2
063572         HX-FSTATUS CCVS-IOT-NOKEY                                IX3014.2
063573         BY CONTENT "CLOSE  HX-IX-FILE      I0008T ".             IX3014.2
063600     PERFORM  LCK-COUNT-MATRIX-ROWS                               IX3014.2
063700              THRU LCK-COUNT-MATRIX-ROWS-EX.                      IX3014.2
063800     IF       HX-ROW-COUNT NOT LESS THAN 4                        IX3014.2
064600     PERFORM  PRINT-DETAIL.                                       IX3014.2
064700 LCK-TEST-301-2.                                                  IX3014.2
064800     MOVE     "LCK-TEST-301-2" TO PAR-NAME.                       IX3014.2
064900     OPEN     I-O HX-RL-FILE                                      IX3014.2
064971     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX3014.2
064972         HX-FSTATUS CCVS-IOT-NOKEY                                IX3014.2
064973         BY CONTENT "OPEN   HX-RL-FILE      R0009T ".             IX3014.2
065000     MOVE     "RL" TO HX-PHASE.                                   IX3014.2
065100     CALL     "IX302A" USING HX-PHASE.                            IX3014.2
065200     CLOSE    HX-RL-FILE                                          IX3014.2
065271     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX3014.2
065272         HX-FSTATUS CCVS-IOT-NOKEY                                IX3014.2
065273         BY CONTENT "CLOSE  HX-RL-FILE      R0010T ".             IX3014.2
065300     PERFORM  LCK-COUNT-MATRIX-ROWS                               IX3014.2
065400              THRU LCK-COUNT-MATRIX-ROWS-EX.                      IX3014.2
065500     IF       HX-ROW-COUNT NOT LESS THAN 8                        IX3014.2
