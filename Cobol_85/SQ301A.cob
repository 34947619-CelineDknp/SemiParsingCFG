024900     COPY     CCVSSED.                                            SQ3014.2
025000 01  CCVS-PGM-ID                     PIC X(9)   VALUE             SQ3014.2
025100     "SQ301A".                                                    SQ3014.2
025171     COPY CCVSIOK.                                                SQ3014.2
025200 PROCEDURE DIVISION.                                              SQ3014.2
025300 CCVS1 SECTION.                                                   SQ3014.2
025400 OPEN-FILES.                                                      SQ3014.2
057700 OPT-TEST-301-1.                                                  SQ3014.2
057800     MOVE     "OPT-TEST-301-1" TO PAR-NAME.                       SQ3014.2
057900     MOVE     ZERO TO OPT-ATEND-SW.                               SQ3014.2
058000     OPEN     INPUT OPT-FILE                                      SQ3014.2
058071     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ3014.2
058072         OPT-FSTATUS CCVS-IOT-NOKEY                               SQ3014.2
058073         BY CONTENT "OPEN   OPT-FILE        S0001T ".             SQ3014.2
058100     MOVE     OPT-FSTATUS TO OPT-OPEN-STATUS.                     SQ3014.2
058171     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ3014.2
058172         OPT-FSTATUS CCVS-IOT-NOKEY                               SQ3014.2
058173         BY CONTENT "READ   OPT-FILE        S0002B "              SQ3014.2
058200     READ     OPT-FILE                                            SQ3014.2
058300              AT END                                              SQ3014.2
058371                 CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME        SQ3014.2
058372                     OPT-FSTATUS CCVS-IOT-NOKEY                   SQ3014.2
058373                     BY CONTENT "READ   OPT-FILE        S0002P "  SQ3014.2
058374                 MOVE 1 TO OPT-ATEND-SW                           SQ3014.2
058400     END-READ                                                     SQ3014.2
058471     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ3014.2
058472         OPT-FSTATUS CCVS-IOT-NOKEY                               SQ3014.2
058473         BY CONTENT "READ   OPT-FILE        S0002T ".             SQ3014.2
058500     CLOSE    OPT-FILE                                            SQ3014.2
058571     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ3014.2
058572         OPT-FSTATUS CCVS-IOT-NOKEY                               SQ3014.2
058573         BY CONTENT "CLOSE  OPT-FILE        S0003T ".             SQ3014.2
058600     IF       OPT-OPEN-STATUS EQUAL TO "05"                       SQ3014.2
058700              AND OPT-ATEND-SW EQUAL TO 1                         SQ3014.2
058800              PERFORM PASS                                        SQ3014.2
059500     PERFORM  PRINT-DETAIL.                                       SQ3014.2
059600 OPT-TEST-301-2.                                                  SQ3014.2
059700     MOVE     "OPT-TEST-301-2" TO PAR-NAME.                       SQ3014.2
059800     OPEN     EXTEND OPT-FILE                                     SQ3014.2
059871     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ3014.2
059872         OPT-FSTATUS CCVS-IOT-NOKEY                               SQ3014.2
059873         BY CONTENT "OPEN   OPT-FILE        S0004T ".             SQ3014.2
059900     MOVE     OPT-FSTATUS TO OPT-OPEN-STATUS.                     SQ3014.2
060000     MOVE     "OPTIONAL-REC-ONE    " TO OPT-FILE-RECORD.          SQ3014.2
060100     WRITE    OPT-FILE-RECORD                                     SQ3014.2
060171     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ3014.2
060172         OPT-FSTATUS CCVS-IOT-NOKEY                               SQ3014.2
060173         BY CONTENT "WRITE  OPT-FILE        S0005T ".             SQ3014.2
060200     CLOSE    OPT-FILE                                            SQ3014.2
060271     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ3014.2
060272         OPT-FSTATUS CCVS-IOT-NOKEY                               SQ3014.2
060273         BY CONTENT "CLOSE  OPT-FILE        S0006T ".             SQ3014.2
060300     IF       OPT-OPEN-STATUS EQUAL TO "05"                       SQ3014.2
060400              PERFORM PASS                                        SQ3014.2
060500              GO TO OPT-WRITE-301-2.                              SQ3014.2
061200 OPT-TEST-301-3.                                                  SQ3014.2
061300     MOVE     "OPT-TEST-301-3" TO PAR-NAME.                       SQ3014.2
061400     MOVE     SPACE TO OPT-FILE-RECORD.                           SQ3014.2
061500     OPEN     INPUT OPT-FILE                                      SQ3014.2
061571     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ3014.2
061572         OPT-FSTATUS CCVS-IOT-NOKEY                               SQ3014.2
061573         BY CONTENT "OPEN   OPT-FILE        S0007T ".             SQ3014.2
061600     MOVE     OPT-FSTATUS TO OPT-OPEN-STATUS.                     SQ3014.2
061671     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ3014.2
061672         OPT-FSTATUS CCVS-IOT-NOKEY                               SQ3014.2
061673         BY CONTENT "READ   OPT-FILE        S0008B "              SQ3014.2
061700     READ     OPT-FILE                                            SQ3014.2
061800              AT END                                              SQ3014.2
061871                 CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME        SQ3014.2
061872                     OPT-FSTATUS CCVS-IOT-NOKEY                   SQ3014.2
061873                     BY CONTENT "READ   OPT-FILE        S0008P "  SQ3014.2
061874                 MOVE "**EOF**" TO OPT-FILE-RECORD                SQ3014.2
061900     END-READ                                                     SQ3014.2
061971     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ3014.2
061972         OPT-FSTATUS CCVS-IOT-NOKEY                               SQ3014.2
061973         BY CONTENT "READ   OPT-FILE        S0008T ".             SQ3014.2
062000     CLOSE    OPT-FILE                                            SQ3014.2
062071     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ3014.2
062072         OPT-FSTATUS CCVS-IOT-NOKEY                               SQ3014.2
062073         BY CONTENT "CLOSE  OPT-FILE        S0009T ".             SQ3014.2
062100     IF       OPT-OPEN-STATUS EQUAL TO "00"                       SQ3014.2
062200              AND OPT-FILE-RECORD EQUAL TO                        SQ3014.2
062300              "OPTIONAL-REC-ONE"                                  SQ3014.2
063100     PERFORM  PRINT-DETAIL.                                       SQ3014.2
063200 OPT-TEST-301-4.                                                  SQ3014.2
063300     MOVE     "OPT-TEST-301-4" TO PAR-NAME.                       SQ3014.2
063400     OPEN     I-O OPT-FILE                                        SQ3014.2
063471     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ3014.2
063472         OPT-FSTATUS CCVS-IOT-NOKEY                               SQ3014.2
063473         BY CONTENT "OPEN   OPT-FILE        S0010T ".             SQ3014.2
063474     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ3014.2
063475         OPT-FSTATUS CCVS-IOT-NOKEY                               SQ3014.2
063476         BY CONTENT "READ   OPT-FILE        S0011B "              SQ3014.2
063500     READ     OPT-FILE                                            SQ3014.2
063600              AT END                                              SQ3014.2
063671                 CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME        SQ3014.2
063672                     OPT-FSTATUS CCVS-IOT-NOKEY                   SQ3014.2
063673                     BY CONTENT "READ   OPT-FILE        S0011P "  SQ3014.2
063674                 MOVE "**EOF**" TO OPT-FILE-RECORD                SQ3014.2
063700     END-READ                                                     SQ3014.2
063771     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ3014.2
063772         OPT-FSTATUS CCVS-IOT-NOKEY                               SQ3014.2
063773         BY CONTENT "READ   OPT-FILE        S0011T ".             SQ3014.2
063800     MOVE     "OPTIONAL-REC-NEW    " TO OPT-FILE-RECORD.          SQ3014.2
063900     REWRITE  OPT-FILE-RECORD                                     SQ3014.2
063971     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ3014.2
063972         OPT-FSTATUS CCVS-IOT-NOKEY                               SQ3014.2
063973         BY CONTENT "REWRITEOPT-FILE        S0012T ".             SQ3014.2
064000     MOVE     OPT-FSTATUS TO OPT-OPEN-STATUS.                     SQ3014.2
064100     CLOSE    OPT-FILE                                            SQ3014.2
064171     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ3014.2
064172         OPT-FSTATUS CCVS-IOT-NOKEY                               SQ3014.2
064173         BY CONTENT "CLOSE  OPT-FILE        S0013T ".             SQ3014.2
064200     MOVE     SPACE TO OPT-FILE-RECORD.                           SQ3014.2
064300     OPEN     INPUT OPT-FILE                                      SQ3014.2
064371     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ3014.2
064372         OPT-FSTATUS CCVS-IOT-NOKEY                               SQ3014.2
064373         BY CONTENT "OPEN   OPT-FILE        S0014T ".             SQ3014.2
064374     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ3014.2
064375         OPT-FSTATUS CCVS-IOT-NOKEY                               SQ3014.2
064376         BY CONTENT "READ   OPT-FILE        S0015B "              SQ3014.2
064400     READ     OPT-FILE                                            SQ3014.2
064500              AT END                                              SQ3014.2
064571                 CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME        SQ3014.2
064572                     OPT-FSTATUS CCVS-IOT-NOKEY                   SQ3014.2
064573                     BY CONTENT "READ   OPT-FILE        S0015P "  SQ3014.2
064574                 MOVE "**EOF**" TO OPT-FILE-RECORD                SQ3014.2
064600     END-READ                                                     SQ3014.2
064671     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ3014.2
064672         OPT-FSTATUS CCVS-IOT-NOKEY                               SQ3014.2
064673         BY CONTENT "READ   OPT-FILE        S0015T ".             SQ3014.2
064700     CLOSE    OPT-FILE                                            SQ3014.2
064771     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ3014.2
064772         OPT-FSTATUS CCVS-IOT-NOKEY                               SQ3014.2
064773         BY CONTENT "CLOSE  OPT-FILE        S0016T ".             SQ3014.2
064800     IF       OPT-OPEN-STATUS EQUAL TO "00"                       SQ3014.2
064900              AND OPT-FILE-RECORD EQUAL TO                        SQ3014.2
065000              "OPTIONAL-REC-NEW"                                  SQ3014.2
