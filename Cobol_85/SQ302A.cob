025400     COPY     CCVSSED.                                            SQ3024.2
025500 01  CCVS-PGM-ID                     PIC X(9)   VALUE             SQ3024.2
025600     "SQ302A".                                                    SQ3024.2
025671     COPY CCVSIOK.                                                SQ3024.2
025700 PROCEDURE DIVISION.                                              SQ3024.2
025800 CCVS1 SECTION.                                                   SQ3024.2
025900 OPEN-FILES.                                                      SQ3024.2
057800 RRN-INIT-302.                                                    SQ3024.2
057900     MOVE     "I-O-CONTROL RERUN" TO FEATURE.                     SQ3024.2
058000     MOVE     "VII-22 5.3.4" TO ANSI-REFERENCE.                   SQ3024.2
058100     OPEN     OUTPUT RRN-FILE                                     SQ3024.2
058171     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ3024.2
058172         RRN-FSTATUS CCVS-IOT-NOKEY                               SQ3024.2
058173         BY CONTENT "OPEN   RRN-FILE        S0001T ".             SQ3024.2
058200     PERFORM  RRN-WRITE-ONE                                       SQ3024.2
058300              VARYING RRN-SUB FROM 1 BY 1                         SQ3024.2
058400              UNTIL RRN-SUB > 35.                                 SQ3024.2
058500     CLOSE    RRN-FILE                                            SQ3024.2
058571     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ3024.2
058572         RRN-FSTATUS CCVS-IOT-NOKEY                               SQ3024.2
058573         BY CONTENT "CLOSE  RRN-FILE        S0002T ".             SQ3024.2
058600     GO       TO RRN-TEST-302-1.                                  SQ3024.2
058700 RRN-WRITE-ONE.                                                   SQ3024.2
058800     MOVE     RRN-SUB TO RRN-REC-SEQ.                             SQ3024.2
058900     MOVE     "RERUN INTERVAL " TO RRN-FILE-RECORD (6:15).        SQ3024.2
059000     WRITE    RRN-FILE-RECORD                                     SQ3024.2
059071     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ3024.2
059072         RRN-FSTATUS CCVS-IOT-NOKEY                               SQ3024.2
059073         BY CONTENT "WRITE  RRN-FILE        S0003T ".             SQ3024.2
059100 RRN-TEST-302-1.                                                  SQ3024.2
059200     MOVE     "RRN-TEST-302-1" TO PAR-NAME.                       SQ3024.2
059300     MOVE     ZERO TO RRN-READ-CT RRN-ERRORS.                     SQ3024.2
059400     MOVE     "N" TO RRN-EOF-SW.                                  SQ3024.2
059500     OPEN     INPUT RRN-FILE                                      SQ3024.2
059571     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ3024.2
059572         RRN-FSTATUS CCVS-IOT-NOKEY                               SQ3024.2
059573         BY CONTENT "OPEN   RRN-FILE        S0004T ".             SQ3024.2
059600     PERFORM  RRN-READ-ONE.                                       SQ3024.2
059700     PERFORM  RRN-CHECK-ONE                                       SQ3024.2
059800              UNTIL RRN-EOF-SW = "Y".                             SQ3024.2
059900     CLOSE    RRN-FILE                                            SQ3024.2
059971     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ3024.2
059972         RRN-FSTATUS CCVS-IOT-NOKEY                               SQ3024.2
059973         BY CONTENT "CLOSE  RRN-FILE        S0005T ".             SQ3024.2
060000     IF       RRN-READ-CT EQUAL TO 35                             SQ3024.2
060100              AND RRN-ERRORS EQUAL TO ZERO                        SQ3024.2
060200              PERFORM PASS                                        SQ3024.2
060900     PERFORM  PRINT-DETAIL.                                       SQ3024.2
061000     GO       TO RRN-TEST-302-2.                                  SQ3024.2
061100 RRN-READ-ONE.                                                    SQ3024.2
061171     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ3024.2
061172         RRN-FSTATUS CCVS-IOT-NOKEY                               SQ3024.2
061173         BY CONTENT "READ   RRN-FILE        S0006B "              SQ3024.2
061200     READ     RRN-FILE                                            SQ3024.2
061300              AT END                                              SQ3024.2
061371                 CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME        SQ3024.2
061372                     RRN-FSTATUS CCVS-IOT-NOKEY                   SQ3024.2
061373                     BY CONTENT "READ   RRN-FILE        S0006P "  SQ3024.2
061374                 MOVE "Y" TO RRN-EOF-SW.                          SQ3024.2
061375     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ3024.2
061376         RRN-FSTATUS CCVS-IOT-NOKEY                               SQ3024.2
061377         BY CONTENT "READ   RRN-FILE        S0006T ".             SQ3024.2
061400 RRN-CHECK-ONE.                                                   SQ3024.2
061500     ADD      1 TO RRN-READ-CT.                                   SQ3024.2
061600     IF       RRN-REC-SEQ NOT EQUAL TO RRN-READ-CT                SQ3024.2
