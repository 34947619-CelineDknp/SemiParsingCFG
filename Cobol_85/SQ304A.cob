026400     COPY     CCVSSED.                                            SQ3044.2
026500 01  CCVS-PGM-ID                     PIC X(9)   VALUE             SQ3044.2
026600     "SQ304A".                                                    SQ3044.2
026671     COPY CCVSIOK.                                                SQ3044.2
026700 PROCEDURE DIVISION.                                              SQ3044.2
026800 CCVS1 SECTION.                                                   SQ3044.2
026900 OPEN-FILES.                                                      SQ3044.2
058800 VAR-BUILD-304.                                                   SQ3044.2
058900     MOVE     "VARYING RECORD SIZE" TO FEATURE.                   SQ3044.2
059000     MOVE     "VII-8 GR4" TO ANSI-REFERENCE.                      SQ3044.2
059100     OPEN     OUTPUT VAR-FILE                                     SQ3044.2
059171     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ3044.2
059172         VAR-FSTATUS CCVS-IOT-NOKEY                               SQ3044.2
059173         BY CONTENT "OPEN   VAR-FILE        S0001T ".             SQ3044.2
059200     PERFORM  VAR-WRITE-ONE                                       SQ3044.2
059300              VARYING VAR-SUB FROM 1 BY 1                         SQ3044.2
059400              UNTIL VAR-SUB > 5.                                  SQ3044.2
059500     CLOSE    VAR-FILE                                            SQ3044.2
059571     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ3044.2
059572         VAR-FSTATUS CCVS-IOT-NOKEY                               SQ3044.2
059573         BY CONTENT "CLOSE  VAR-FILE        S0002T ".             SQ3044.2
059600     GO       TO VAR-TEST-304-1.                                  SQ3044.2
059700 VAR-FILL-AREA.                                                   SQ3044.2
059800*    EACH RECORD IS FILLED WITH ITS OWN ORDINAL DIGIT SO A        SQ3044.2
060400     PERFORM  VAR-FILL-AREA.                                      SQ3044.2
060500     MOVE     VAR-PLAN-LEN (VAR-SUB) TO VAR-REC-LEN.              SQ3044.2
060600     MOVE     VAR-BUILD-AREA TO VAR-FILE-RECORD.                  SQ3044.2
060700     WRITE    VAR-FILE-RECORD                                     SQ3044.2
060771     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ3044.2
060772         VAR-FSTATUS CCVS-IOT-NOKEY                               SQ3044.2
060773         BY CONTENT "WRITE  VAR-FILE        S0003T ".             SQ3044.2
060800 VAR-TEST-304-1.                                                  SQ3044.2
060900     MOVE     "VAR-TEST-304-1" TO PAR-NAME.                       SQ3044.2
061000     MOVE     ZERO TO VAR-ERRORS VAR-READ-CT.                     SQ3044.2
061100     MOVE     "N" TO VAR-EOF-SW.                                  SQ3044.2
061200     OPEN     INPUT VAR-FILE                                      SQ3044.2
061271     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ3044.2
061272         VAR-FSTATUS CCVS-IOT-NOKEY                               SQ3044.2
061273         BY CONTENT "OPEN   VAR-FILE        S0004T ".             SQ3044.2
061300     PERFORM  VAR-READ-ONE.                                       SQ3044.2
061400     PERFORM  VAR-CHECK-ONE                                       SQ3044.2
061500              UNTIL VAR-EOF-SW = "Y".                             SQ3044.2
061600     CLOSE    VAR-FILE                                            SQ3044.2
061671     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ3044.2
061672         VAR-FSTATUS CCVS-IOT-NOKEY                               SQ3044.2
061673         BY CONTENT "CLOSE  VAR-FILE        S0005T ".             SQ3044.2
061700     IF       VAR-READ-CT EQUAL TO 5                              SQ3044.2
061800              AND VAR-ERRORS EQUAL TO ZERO                        SQ3044.2
061900              PERFORM PASS                                        SQ3044.2
062600     PERFORM  PRINT-DETAIL.                                       SQ3044.2
062700     GO       TO VAR-TEST-304-2.                                  SQ3044.2
062800 VAR-READ-ONE.                                                    SQ3044.2
062871     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ3044.2
062872         VAR-FSTATUS CCVS-IOT-NOKEY                               SQ3044.2
062873         BY CONTENT "READ   VAR-FILE        S0006B "              SQ3044.2
062900     READ     VAR-FILE                                            SQ3044.2
063000              AT END                                              SQ3044.2
063071                 CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME        SQ3044.2
063072                     VAR-FSTATUS CCVS-IOT-NOKEY                   SQ3044.2
063073                     BY CONTENT "READ   VAR-FILE        S0006P "  SQ3044.2
063074                 MOVE "Y" TO VAR-EOF-SW.                          SQ3044.2
063075     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ3044.2
063076         VAR-FSTATUS CCVS-IOT-NOKEY                               SQ3044.2
063077         BY CONTENT "READ   VAR-FILE        S0006T ".             SQ3044.2
063100 VAR-CHECK-ONE.                                                   SQ3044.2
063200     ADD      1 TO VAR-READ-CT.                                   SQ3044.2
063300     MOVE     VAR-READ-CT TO VAR-SUB.                             SQ3044.2
064700     PERFORM  VAR-READ-ONE.                                       SQ3044.2
064800 VAR-TEST-304-2.                                                  SQ3044.2
064900     MOVE     "VAR-TEST-304-2" TO PAR-NAME.                       SQ3044.2
065000     OPEN     I-O VAR-FILE                                        SQ3044.2
065071     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ3044.2
065072         VAR-FSTATUS CCVS-IOT-NOKEY                               SQ3044.2
065073         BY CONTENT "OPEN   VAR-FILE        S0007T ".             SQ3044.2
065100     PERFORM  VAR-READ-ONE.                                       SQ3044.2
065200     MOVE     ALL "R" TO VAR-FILE-RECORD (1:VAR-REC-LEN).         SQ3044.2
065300     REWRITE  VAR-FILE-RECORD                                     SQ3044.2
065371     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ3044.2
065372         VAR-FSTATUS CCVS-IOT-NOKEY                               SQ3044.2
065373         BY CONTENT "REWRITEVAR-FILE        S0008T ".             SQ3044.2
065400     MOVE     VAR-FSTATUS TO VAR-REW-STATUS.                      SQ3044.2
065500     CLOSE    VAR-FILE                                            SQ3044.2
065571     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ3044.2
065572         VAR-FSTATUS CCVS-IOT-NOKEY                               SQ3044.2
065573         BY CONTENT "CLOSE  VAR-FILE        S0009T ".             SQ3044.2
065600     MOVE     SPACE TO VAR-FILE-RECORD.                           SQ3044.2
065700     OPEN     INPUT VAR-FILE                                      SQ3044.2
065771     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ3044.2
065772         VAR-FSTATUS CCVS-IOT-NOKEY                               SQ3044.2
065773         BY CONTENT "OPEN   VAR-FILE        S0010T ".             SQ3044.2
065800     MOVE     "N" TO VAR-EOF-SW.                                  SQ3044.2
065900     PERFORM  VAR-READ-ONE.                                       SQ3044.2
066000     CLOSE    VAR-FILE                                            SQ3044.2
066071     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ3044.2
066072         VAR-FSTATUS CCVS-IOT-NOKEY                               SQ3044.2
066073         BY CONTENT "CLOSE  VAR-FILE        S0011T ".             SQ3044.2
066100     IF       VAR-REW-STATUS EQUAL TO "00"                        SQ3044.2
066200              AND VAR-REC-LEN EQUAL TO 20                         SQ3044.2
066300              AND VAR-FILE-RECORD (1:20) EQUAL TO                 SQ3044.2
067200     PERFORM  PRINT-DETAIL.                                       SQ3044.2
067300 VAR-TEST-304-3.                                                  SQ3044.2
067400     MOVE     "VAR-TEST-304-3" TO PAR-NAME.                       SQ3044.2
067500     OPEN     I-O VAR-FILE                                        SQ3044.2
067571     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ3044.2
067572         VAR-FSTATUS CCVS-IOT-NOKEY                               SQ3044.2
067573         BY CONTENT "OPEN   VAR-FILE        S0012T ".             SQ3044.2
067600     MOVE     "N" TO VAR-EOF-SW.                                  SQ3044.2
067700     PERFORM  VAR-READ-ONE.                                       SQ3044.2
067800     PERFORM  VAR-READ-ONE.                                       SQ3044.2
067900     MOVE     50 TO VAR-REC-LEN.                                  SQ3044.2
068000     MOVE     ALL "Q" TO VAR-FILE-RECORD (1:50).                  SQ3044.2
068100     REWRITE  VAR-FILE-RECORD                                     SQ3044.2
068171     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ3044.2
068172         VAR-FSTATUS CCVS-IOT-NOKEY                               SQ3044.2
068173         BY CONTENT "REWRITEVAR-FILE        S0013T ".             SQ3044.2
068200     MOVE     VAR-FSTATUS TO VAR-REW-STATUS.                      SQ3044.2
068300     CLOSE    VAR-FILE                                            SQ3044.2
068371     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ3044.2
068372         VAR-FSTATUS CCVS-IOT-NOKEY                               SQ3044.2
068373         BY CONTENT "CLOSE  VAR-FILE        S0014T ".             SQ3044.2
068400     IF       VAR-REW-STATUS EQUAL TO "44"                        SQ3044.2
068500              PERFORM PASS                                        SQ3044.2
068600              GO TO VAR-WRITE-304-3.                              SQ3044.2
