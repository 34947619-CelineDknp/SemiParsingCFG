025600     COPY     CCVSSED.                                            SQ3034.2
025700 01  CCVS-PGM-ID                     PIC X(9)   VALUE             SQ3034.2
025800     "SQ303A".                                                    SQ3034.2
025871     COPY CCVSIOK.                                                SQ3034.2
025900 PROCEDURE DIVISION.                                              SQ3034.2
026000 CCVS1 SECTION.                                                   SQ3034.2
026100 OPEN-FILES.                                                      SQ3034.2
060100              SEQ-PROBE-SUB DELIMITED BY SIZE                     SQ3034.2
060200              INTO SEQ-CASE-NAME.                                 SQ3034.2
060300     MOVE     SEQ-CASE-NAME TO PAR-NAME.                          SQ3034.2
060400     OPEN     OUTPUT SEQ-RS-FILE                                  SQ3034.2
060471     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ3034.2
060472         SEQ-FSTATUS CCVS-IOT-NOKEY                               SQ3034.2
060473         BY CONTENT "OPEN   SEQ-RS-FILE     S0001T ".             SQ3034.2
060500     MOVE     SEQ-PROBE (SEQ-PROBE-SUB) TO SEQ-RS-REC.            SQ3034.2
060600     WRITE    SEQ-RS-REC                                          SQ3034.2
060671     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ3034.2
060672         SEQ-FSTATUS CCVS-IOT-NOKEY                               SQ3034.2
060673         BY CONTENT "WRITE  SEQ-RS-FILE     S0002T ".             SQ3034.2
060700     CLOSE    SEQ-RS-FILE                                         SQ3034.2
060771     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ3034.2
060772         SEQ-FSTATUS CCVS-IOT-NOKEY                               SQ3034.2
060773         BY CONTENT "CLOSE  SEQ-RS-FILE     S0003T ".             SQ3034.2
060800     MOVE     SPACE TO SEQ-READ-BACK.                             SQ3034.2
060900     OPEN     INPUT SEQ-RS-FILE                                   SQ3034.2
060971     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ3034.2
060972         SEQ-FSTATUS CCVS-IOT-NOKEY                               SQ3034.2
060973         BY CONTENT "OPEN   SEQ-RS-FILE     S0004T ".             SQ3034.2
060974     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ3034.2
060975         SEQ-FSTATUS CCVS-IOT-NOKEY                               SQ3034.2
060976         BY CONTENT "READ   SEQ-RS-FILE     S0005B "              SQ3034.2
061000     READ     SEQ-RS-FILE INTO SEQ-READ-BACK                      SQ3034.2
061100         AT END                                                   SQ3034.2
061171             CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME            SQ3034.2
061172                 SEQ-FSTATUS CCVS-IOT-NOKEY                       SQ3034.2
061173                 BY CONTENT "READ   SEQ-RS-FILE     S0005P "      SQ3034.2
061174             CONTINUE                                             SQ3034.2
061200     END-READ                                                     SQ3034.2
061271     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ3034.2
061272         SEQ-FSTATUS CCVS-IOT-NOKEY                               SQ3034.2
061273         BY CONTENT "READ   SEQ-RS-FILE     S0005T ".             SQ3034.2
061300     CLOSE    SEQ-RS-FILE                                         SQ3034.2
061371     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ3034.2
061372         SEQ-FSTATUS CCVS-IOT-NOKEY                               SQ3034.2
061373         BY CONTENT "CLOSE  SEQ-RS-FILE     S0006T ".             SQ3034.2
061400     IF       SEQ-READ-BACK EQUAL TO                              SQ3034.2
061500              SEQ-PROBE (SEQ-PROBE-SUB)                           SQ3034.2
061600              PERFORM PASS                                        SQ3034.2
063100              SEQ-PROBE-SUB DELIMITED BY SIZE                     SQ3034.2
063200              INTO SEQ-CASE-NAME.                                 SQ3034.2
063300     MOVE     SEQ-CASE-NAME TO PAR-NAME.                          SQ3034.2
063400     OPEN     OUTPUT SEQ-LS-FILE                                  SQ3034.2
063471     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ3034.2
063472         SEQ-FSTATUS CCVS-IOT-NOKEY                               SQ3034.2
063473         BY CONTENT "OPEN   SEQ-LS-FILE     L0007T ".             SQ3034.2
063500     MOVE     SEQ-PROBE (SEQ-PROBE-SUB) TO SEQ-LS-REC.            SQ3034.2
063600     WRITE    SEQ-LS-REC                                          SQ3034.2
063671     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ3034.2
063672         SEQ-FSTATUS CCVS-IOT-NOKEY                               SQ3034.2
063673         BY CONTENT "WRITE  SEQ-LS-FILE     L0008T ".             SQ3034.2
063700     CLOSE    SEQ-LS-FILE                                         SQ3034.2
063771     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ3034.2
063772         SEQ-FSTATUS CCVS-IOT-NOKEY                               SQ3034.2
063773         BY CONTENT "CLOSE  SEQ-LS-FILE     L0009T ".             SQ3034.2
063800     MOVE     SPACE TO SEQ-READ-BACK.                             SQ3034.2
063900     OPEN     INPUT SEQ-LS-FILE                                   SQ3034.2
063971     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ3034.2
063972         SEQ-FSTATUS CCVS-IOT-NOKEY                               SQ3034.2
063973         BY CONTENT "OPEN   SEQ-LS-FILE     L0010T ".             SQ3034.2
063974     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ3034.2
063975         SEQ-FSTATUS CCVS-IOT-NOKEY                               SQ3034.2
063976         BY CONTENT "READ   SEQ-LS-FILE     L0011B "              SQ3034.2
064000     READ     SEQ-LS-FILE INTO SEQ-READ-BACK                      SQ3034.2
064100         AT END                                                   SQ3034.2
064171             CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME            SQ3034.2
064172                 SEQ-FSTATUS CCVS-IOT-NOKEY                       SQ3034.2
064173                 BY CONTENT "READ   SEQ-LS-FILE     L0011P "      SQ3034.2
064174             CONTINUE                                             SQ3034.2
064200     END-READ                                                     SQ3034.2
064271     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ3034.2
064272         SEQ-FSTATUS CCVS-IOT-NOKEY                               SQ3034.2
064273         BY CONTENT "READ   SEQ-LS-FILE     L0011T ".             SQ3034.2
064300     CLOSE    SEQ-LS-FILE                                         SQ3034.2
064371     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ3034.2
064372         SEQ-FSTATUS CCVS-IOT-NOKEY                               SQ3034.2
064373         BY CONTENT "CLOSE  SEQ-LS-FILE     L0012T ".             SQ3034.2
064400     IF       SEQ-READ-BACK EQUAL TO                              SQ3034.2
064500              SEQ-PROBE (SEQ-PROBE-SUB)                           SQ3034.2
064600              MOVE "LINE MODE PRESERVED THIS IMAGE"               SQ3034.2
