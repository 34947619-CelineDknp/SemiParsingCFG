035400     "SQ227A".                                                    SQ2274.2
035500*                                                                 SQ2274.2
035600*                                                                 SQ2274.2
035671     COPY CCVSIOK.                                                SQ2274.2
035700 PROCEDURE DIVISION.                                              SQ2274.2
035800 DECLARATIVES.                                                    SQ2274.2
035900*                                                                 SQ2274.2
072700     MOVE   "*" TO DELETE-SW-1.                                   SQ2274.2
072800     GO TO   SEQ-DELETE-01-01.                                    SQ2274.2
072900 SEQ-TEST-OP-01.                                                  SQ2274.2
073000     OPEN    OUTPUT SQ-FS4                                        SQ2274.2
073071     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ2274.2
073072         SQ-FS4-STATUS CCVS-IOT-NOKEY                             SQ2274.2
073073         BY CONTENT "OPEN   SQ-FS4          S0001T ".             SQ2274.2
073100*                                                                 SQ2274.2
073200*    CHECK I-O STATUS RETURNED FROM OPEN OUTPUT                   SQ2274.2
073300*                                                                 SQ2274.2
079200     MOVE   "*" TO DELETE-SW-2.                                   SQ2274.2
079300     GO TO   SEQ-DELETE-02-01.                                    SQ2274.2
079400 SEQ-TEST-WR-02.                                                  SQ2274.2
079500     WRITE   SQ-FS4R2-F-G-138                                     SQ2274.2
079571     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ2274.2
079572         SQ-FS4-STATUS CCVS-IOT-NOKEY                             SQ2274.2
079573         BY CONTENT "WRITE  SQ-FS4          S0002T ".             SQ2274.2
079600*                                                                 SQ2274.2
079700*    CHECK I-O STATUS RETURNED FROM WRITE                         SQ2274.2
079800*                                                                 SQ2274.2
085300     MOVE   "*" TO DELETE-SW-2.                                   SQ2274.2
085400     GO TO   SEQ-DELETE-03-01.                                    SQ2274.2
085500 SEQ-TEST-CL-03.                                                  SQ2274.2
085600     CLOSE   SQ-FS4                                               SQ2274.2
085671     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ2274.2
085672         SQ-FS4-STATUS CCVS-IOT-NOKEY                             SQ2274.2
085673         BY CONTENT "CLOSE  SQ-FS4          S0003T ".             SQ2274.2
085700*                                                                 SQ2274.2
085800*    CHECK I-O STATUS RETURNED FROM CLOSE                         SQ2274.2
085900*                                                                 SQ2274.2
091600     MOVE   "*" TO DELETE-SW-2.                                   SQ2274.2
091700     GO TO   SEQ-DELETE-04-01.                                    SQ2274.2
091800 SEQ-TEST-OP-04.                                                  SQ2274.2
091900     OPEN    I-O SQ-FS4                                           SQ2274.2
091971     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ2274.2
091972         SQ-FS4-STATUS CCVS-IOT-NOKEY                             SQ2274.2
091973         BY CONTENT "OPEN   SQ-FS4          S0004T ".             SQ2274.2
092000*                                                                 SQ2274.2
092100*    CHECK I-O STATUS RETURNED FROM OPEN I-O                      SQ2274.2
092200*                                                                 SQ2274.2
097800     MOVE   "*" TO DELETE-SW-2.                                   SQ2274.2
097900     GO TO   SEQ-DELETE-05-01.                                    SQ2274.2
098000 SEQ-TEST-RD-05.                                                  SQ2274.2
098100     READ    SQ-FS4                                               SQ2274.2
098171     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ2274.2
098172         SQ-FS4-STATUS CCVS-IOT-NOKEY                             SQ2274.2
098173         BY CONTENT "READ   SQ-FS4          S0005T ".             SQ2274.2
098200*                                                                 SQ2274.2
098300*    CHECK I-O STATUS RETURNED FROM READ                          SQ2274.2
098400*                                                                 SQ2274.2
108300     MOVE   "*" TO DELETE-SW-2.                                   SQ2274.2
108400     GO TO   SEQ-DELETE-06-01.                                    SQ2274.2
108500 SEQ-TEST-RW-06.                                                  SQ2274.2
108600     REWRITE SQ-FS4R1-F-G-120                                     SQ2274.2
108671     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ2274.2
108672         SQ-FS4-STATUS CCVS-IOT-NOKEY                             SQ2274.2
108673         BY CONTENT "REWRITESQ-FS4          S0006T ".             SQ2274.2
108700     MOVE    0 TO REC-CT.                                         SQ2274.2
108800*                                                                 SQ2274.2
108900*    CHECK I-O STATUS RETURNED FROM REWRITE                       SQ2274.2
