024900     COPY     CCVSSED.                                            SQ3064.2
025000 01  CCVS-PGM-ID                     PIC X(9)   VALUE             SQ3064.2
025100     "SQ306A".                                                    SQ3064.2
025171     COPY CCVSIOK.                                                SQ3064.2
025200 PROCEDURE DIVISION.                                              SQ3064.2
025300 CCVS1 SECTION.                                                   SQ3064.2
025400 OPEN-FILES.                                                      SQ3064.2
057500     MOVE     "VII-43 7.4.6 OPEN GR8" TO ANSI-REFERENCE.          SQ3064.2
057600*    BATCH 1 CREATES THE FILE; BATCHES 2 AND 3 ARE APPENDED       SQ3064.2
057700*    THROUGH SEPARATE OPEN EXTEND / CLOSE CYCLES.                 SQ3064.2
057800     OPEN     OUTPUT EXT-LOG-FILE                                 SQ3064.2
057871     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ3064.2
057872         EXT-LG-FSTATUS CCVS-IOT-NOKEY                            SQ3064.2
057873         BY CONTENT "OPEN   EXT-LOG-FILE    S0001T ".             SQ3064.2
057900     MOVE     1 TO EXT-BATCH.                                     SQ3064.2
058000     PERFORM  EXT-WRITE-ONE                                       SQ3064.2
058100              VARYING EXT-I FROM 1 BY 1 UNTIL EXT-I > 2.          SQ3064.2
058200     CLOSE    EXT-LOG-FILE                                        SQ3064.2
058271     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ3064.2
058272         EXT-LG-FSTATUS CCVS-IOT-NOKEY                            SQ3064.2
058273         BY CONTENT "CLOSE  EXT-LOG-FILE    S0002T ".             SQ3064.2
058300     OPEN     EXTEND EXT-LOG-FILE                                 SQ3064.2
058371     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ3064.2
058372         EXT-LG-FSTATUS CCVS-IOT-NOKEY                            SQ3064.2
058373         BY CONTENT "OPEN   EXT-LOG-FILE    S0003T ".             SQ3064.2
058400     MOVE     2 TO EXT-BATCH.                                     SQ3064.2
058500     PERFORM  EXT-WRITE-ONE                                       SQ3064.2
058600              VARYING EXT-I FROM 1 BY 1 UNTIL EXT-I > 2.          SQ3064.2
058700     CLOSE    EXT-LOG-FILE                                        SQ3064.2
058771     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ3064.2
058772         EXT-LG-FSTATUS CCVS-IOT-NOKEY                            SQ3064.2
058773         BY CONTENT "CLOSE  EXT-LOG-FILE    S0004T ".             SQ3064.2
058800     OPEN     EXTEND EXT-LOG-FILE                                 SQ3064.2
058871     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ3064.2
058872         EXT-LG-FSTATUS CCVS-IOT-NOKEY                            SQ3064.2
058873         BY CONTENT "OPEN   EXT-LOG-FILE    S0005T ".             SQ3064.2
058900     MOVE     3 TO EXT-BATCH.                                     SQ3064.2
059000     PERFORM  EXT-WRITE-ONE                                       SQ3064.2
059100              VARYING EXT-I FROM 1 BY 1 UNTIL EXT-I > 2.          SQ3064.2
059200     CLOSE    EXT-LOG-FILE                                        SQ3064.2
059271     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ3064.2
059272         EXT-LG-FSTATUS CCVS-IOT-NOKEY                            SQ3064.2
059273         BY CONTENT "CLOSE  EXT-LOG-FILE    S0006T ".             SQ3064.2
059300     OPEN     INPUT EXT-LOG-FILE                                  SQ3064.2
059371     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ3064.2
059372         EXT-LG-FSTATUS CCVS-IOT-NOKEY                            SQ3064.2
059373         BY CONTENT "OPEN   EXT-LOG-FILE    S0007T ".             SQ3064.2
059400     MOVE     SPACE TO EXT-EOF EXT-FIRST-REC.                     SQ3064.2
059500     MOVE     ZERO TO EXT-READ-CNT EXT-ORDER-BAD.                 SQ3064.2
059600     PERFORM  EXT-READ-ONE UNTIL EXT-EOF = "Y".                   SQ3064.2
059700     CLOSE    EXT-LOG-FILE                                        SQ3064.2
059771     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ3064.2
059772         EXT-LG-FSTATUS CCVS-IOT-NOKEY                            SQ3064.2
059773         BY CONTENT "CLOSE  EXT-LOG-FILE    S0008T ".             SQ3064.2
059800 EXT-TEST-306-1.                                                  SQ3064.2
059900*    ALL THREE BATCHES CAME BACK: SIX RECORDS.                    SQ3064.2
060000     MOVE     "EXT-TEST-306-1" TO PAR-NAME.                       SQ3064.2
063700*    EXTEND ON A FILE THAT DOES NOT EXIST, WITHOUT SELECT         SQ3064.2
063800*    OPTIONAL: FILE STATUS 35.                                    SQ3064.2
063900     MOVE     "EXT-TEST-306-4" TO PAR-NAME.                       SQ3064.2
064000     OPEN     EXTEND EXT-MISSING-FILE                             SQ3064.2
064071     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ3064.2
064072         EXT-MS-FSTATUS CCVS-IOT-NOKEY                            SQ3064.2
064073         BY CONTENT "OPEN   EXT-MISSING-FILES0009T ".             SQ3064.2
064100     IF       EXT-MS-FSTATUS = "00"                               SQ3064.2
064200              CLOSE EXT-MISSING-FILE                              SQ3064.2
064271              CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME           SQ3064.2
064272                  EXT-MS-FSTATUS CCVS-IOT-NOKEY                   SQ3064.2
064273                  BY CONTENT "CLOSE  EXT-MISSING-FILES0010T ".    SQ3064.2
064300     IF       EXT-MS-FSTATUS = "35"                               SQ3064.2
064400              PERFORM PASS                                        SQ3064.2
064500              GO TO EXT-WRITE-306-4.                              SQ3064.2
065400*    EXTEND ON A MISSING FILE WITH SELECT OPTIONAL: THE           SQ3064.2
065500*    FILE IS CREATED AND THE APPENDED RECORD READS BACK.          SQ3064.2
065600     MOVE     "EXT-TEST-306-5" TO PAR-NAME.                       SQ3064.2
065700     OPEN     EXTEND EXT-OPT-FILE                                 SQ3064.2
065771     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ3064.2
065772         EXT-OP-FSTATUS CCVS-IOT-NOKEY                            SQ3064.2
065773         BY CONTENT "OPEN   EXT-OPT-FILE    S0011T ".             SQ3064.2
065800     IF       EXT-OP-FSTATUS NOT = "00"                           SQ3064.2
065900              AND EXT-OP-FSTATUS NOT = "05"                       SQ3064.2
066000              MOVE EXT-OP-FSTATUS TO COMPUTED-A                   SQ3064.2
066300              PERFORM FAIL                                        SQ3064.2
066400              GO TO EXT-WRITE-306-5.                              SQ3064.2
066500     MOVE     "OPTIONAL FIRST REC" TO EXT-OPT-REC.                SQ3064.2
066600     WRITE    EXT-OPT-REC                                         SQ3064.2
066671     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ3064.2
066672         EXT-OP-FSTATUS CCVS-IOT-NOKEY                            SQ3064.2
066673         BY CONTENT "WRITE  EXT-OPT-FILE    S0012T ".             SQ3064.2
066700     CLOSE    EXT-OPT-FILE                                        SQ3064.2
066771     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ3064.2
066772         EXT-OP-FSTATUS CCVS-IOT-NOKEY                            SQ3064.2
066773         BY CONTENT "CLOSE  EXT-OPT-FILE    S0013T ".             SQ3064.2
066800     OPEN     INPUT EXT-OPT-FILE                                  SQ3064.2
066871     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ3064.2
066872         EXT-OP-FSTATUS CCVS-IOT-NOKEY                            SQ3064.2
066873         BY CONTENT "OPEN   EXT-OPT-FILE    S0014T ".             SQ3064.2
066874     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ3064.2
066875         EXT-OP-FSTATUS CCVS-IOT-NOKEY                            SQ3064.2
066876         BY CONTENT "READ   EXT-OPT-FILE    S0015B "              SQ3064.2
066900     READ     EXT-OPT-FILE                                        SQ3064.2
067000              AT END                                              SQ3064.2
067071                 CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME        SQ3064.2
067072                     EXT-OP-FSTATUS CCVS-IOT-NOKEY                SQ3064.2
067073                     BY CONTENT "READ   EXT-OPT-FILE    S0015P "  SQ3064.2
067074                 MOVE SPACE TO EXT-OPT-REC.                       SQ3064.2
067075     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ3064.2
067076         EXT-OP-FSTATUS CCVS-IOT-NOKEY                            SQ3064.2
067077         BY CONTENT "READ   EXT-OPT-FILE    S0015T ".             SQ3064.2
067100     CLOSE    EXT-OPT-FILE                                        SQ3064.2
067171     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ3064.2
067172         EXT-OP-FSTATUS CCVS-IOT-NOKEY                            SQ3064.2
067173         BY CONTENT "CLOSE  EXT-OPT-FILE    S0016T ".             SQ3064.2
067200     IF       EXT-OPT-REC (1:18) = "OPTIONAL FIRST REC"           SQ3064.2
067300              PERFORM PASS                                        SQ3064.2
067400              GO TO EXT-WRITE-306-5.                              SQ3064.2
068600              " SEQ " DELIMITED BY SIZE                           SQ3064.2
068700              EXT-I DELIMITED BY SIZE                             SQ3064.2
068800              INTO EXT-LOG-REC.                                   SQ3064.2
068900     WRITE    EXT-LOG-REC                                         SQ3064.2
068971     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ3064.2
068972         EXT-LG-FSTATUS CCVS-IOT-NOKEY                            SQ3064.2
068973         BY CONTENT "WRITE  EXT-LOG-FILE    S0017T ".             SQ3064.2
069000 EXT-READ-ONE.                                                    SQ3064.2
069071     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ3064.2
069072         EXT-LG-FSTATUS CCVS-IOT-NOKEY                            SQ3064.2
069073         BY CONTENT "READ   EXT-LOG-FILE    S0018B "              SQ3064.2
069100     READ     EXT-LOG-FILE                                        SQ3064.2
069200              AT END                                              SQ3064.2
069271                 CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME        SQ3064.2
069272                     EXT-LG-FSTATUS CCVS-IOT-NOKEY                SQ3064.2
069273                     BY CONTENT "READ   EXT-LOG-FILE    S0018P "  SQ3064.2
069274                 MOVE "Y" TO EXT-EOF                              SQ3064.2
069300              NOT AT END                                          SQ3064.2
069371                 CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME        SQ3064.2
069372                     EXT-LG-FSTATUS CCVS-IOT-NOKEY                SQ3064.2
069373                     BY CONTENT "READ   EXT-LOG-FILE    S0018P "  SQ3064.2
069400                  ADD 1 TO EXT-READ-CNT                           SQ3064.2
069500                  IF EXT-READ-CNT = 1                             SQ3064.2
069600                      MOVE EXT-LOG-REC TO EXT-FIRST-REC           SQ3064.2
069700                  END-IF                                          SQ3064.2
069800                  PERFORM EXT-CHECK-ORDER                         SQ3064.2
069900     END-READ                                                     SQ3064.2
069971     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ3064.2
069972         EXT-LG-FSTATUS CCVS-IOT-NOKEY                            SQ3064.2
069973         BY CONTENT "READ   EXT-LOG-FILE    S0018T ".             SQ3064.2
070000 EXT-CHECK-ORDER.                                                 SQ3064.2
070100     MOVE     SPACE TO EXT-EXPECT.                                SQ3064.2
070200     COMPUTE  EXT-BATCH = (EXT-READ-CNT + 1) / 2.                 SQ3064.2
