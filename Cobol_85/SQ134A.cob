035600     "SQ134A".                                                    SQ1344.2
035700*                                                                 SQ1344.2
035800*                                                                 SQ1344.2
035871     COPY CCVSIOK.                                                SQ1344.2
035900 PROCEDURE DIVISION.                                              SQ1344.2
036000 DECLARATIVES.                                                    SQ1344.2
036100*                                                                 SQ1344.2
073000     MOVE   "*" TO DELETE-SW-1.                                   SQ1344.2
073100     GO TO   SEQ-DELETE-01-01.                                    SQ1344.2
073200 SEQ-TEST-OP-01.                                                  SQ1344.2
073300     OPEN    OUTPUT SQ-FS4                                        SQ1344.2
073371     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1344.2
073372         SQ-FS4-STATUS CCVS-IOT-NOKEY                             SQ1344.2
073373         BY CONTENT "OPEN   SQ-FS4          S0001T ".             SQ1344.2
073400*                                                                 SQ1344.2
073500*    CHECK I-O STATUS RETURNED FROM OPEN OUTPUT                   SQ1344.2
073600*                                                                 SQ1344.2
079400 SEQ-TEST-WR-02.                                                  SQ1344.2
079500     MOVE    FILE-RECORD-INFO-P1-120 (1) TO SQ-FS4R1-F-G-120.     SQ1344.2
079600     MOVE   "987654321123456789" TO EXT-18.                       SQ1344.2
079700     WRITE   SQ-FS4R2-F-G-138                                     SQ1344.2
079771     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1344.2
079772         SQ-FS4-STATUS CCVS-IOT-NOKEY                             SQ1344.2
079773         BY CONTENT "WRITE  SQ-FS4          S0002T ".             SQ1344.2
079800*                                                                 SQ1344.2
079900*    CHECK I-O STATUS RETURNED FROM WRITE                         SQ1344.2
080000*                                                                 SQ1344.2
085500     MOVE   "*" TO DELETE-SW-2.                                   SQ1344.2
085600     GO TO   SEQ-DELETE-03-01.                                    SQ1344.2
085700 SEQ-TEST-CL-03.                                                  SQ1344.2
085800     CLOSE   SQ-FS4                                               SQ1344.2
085871     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1344.2
085872         SQ-FS4-STATUS CCVS-IOT-NOKEY                             SQ1344.2
085873         BY CONTENT "CLOSE  SQ-FS4          S0003T ".             SQ1344.2
085900*                                                                 SQ1344.2
086000*    CHECK I-O STATUS RETURNED FROM CLOSE                         SQ1344.2
086100*                                                                 SQ1344.2
091800     MOVE   "*" TO DELETE-SW-2.                                   SQ1344.2
091900     GO TO   SEQ-DELETE-04-01.                                    SQ1344.2
092000 SEQ-TEST-OP-04.                                                  SQ1344.2
092100     OPEN    I-O SQ-FS4                                           SQ1344.2
092171     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1344.2
092172         SQ-FS4-STATUS CCVS-IOT-NOKEY                             SQ1344.2
092173         BY CONTENT "OPEN   SQ-FS4          S0004T ".             SQ1344.2
092200*                                                                 SQ1344.2
092300*    CHECK I-O STATUS RETURNED FROM OPEN I-O                      SQ1344.2
092400*                                                                 SQ1344.2
097900     MOVE   "*" TO DELETE-SW-2.                                   SQ1344.2
098000     GO TO   SEQ-DELETE-05-01.                                    SQ1344.2
098100 SEQ-TEST-RD-05.                                                  SQ1344.2
098200     READ    SQ-FS4                                               SQ1344.2
098271     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1344.2
098272         SQ-FS4-STATUS CCVS-IOT-NOKEY                             SQ1344.2
098273         BY CONTENT "READ   SQ-FS4          S0005T ".             SQ1344.2
098300*                                                                 SQ1344.2
098400*    CHECK I-O STATUS RETURNED FROM READ                          SQ1344.2
098500*                                                                 SQ1344.2
106200     MOVE   "*" TO DELETE-SW-2.                                   SQ1344.2
106300     GO TO   SEQ-DELETE-06-01.                                    SQ1344.2
106400 SEQ-TEST-RW-06.                                                  SQ1344.2
106500     REWRITE SQ-FS4R1-F-G-120                                     SQ1344.2
106571     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1344.2
106572         SQ-FS4-STATUS CCVS-IOT-NOKEY                             SQ1344.2
106573         BY CONTENT "REWRITESQ-FS4          S0006T ".             SQ1344.2
106600     MOVE    0 TO REC-CT.                                         SQ1344.2
106700     MOVE   "REWRITE SMALLER RECORD" TO FEATURE.                  SQ1344.2
106800     MOVE   "SEQ-TEST-RW-06" TO PAR-NAME.                         SQ1344.2
