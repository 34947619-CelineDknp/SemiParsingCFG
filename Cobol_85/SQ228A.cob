034900     "SQ228A".                                                    SQ2284.2
035000*                                                                 SQ2284.2
035100*                                                                 SQ2284.2
035171     COPY CCVSIOK.                                                SQ2284.2
035200 PROCEDURE DIVISION.                                              SQ2284.2
035300 DECLARATIVES.                                                    SQ2284.2
035400*                                                                 SQ2284.2
069400     MOVE   "SEQ-TEST-OP-01" TO PAR-NAME.                         SQ2284.2
069500     GO TO   SEQ-TEST-OP-01.                                      SQ2284.2
069600 SEQ-TEST-OP-01.                                                  SQ2284.2
069700     OPEN    OUTPUT SQ-FS4                                        SQ2284.2
069771     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ2284.2
069772         SQ-FS4-STATUS CCVS-IOT-NOKEY                             SQ2284.2
069773         BY CONTENT "OPEN   SQ-FS4          S0001T ".             SQ2284.2
069800 SEQ-INIT-02.                                                     SQ2284.2
069900     MOVE    0 TO REC-CT.                                         SQ2284.2
070000     MOVE   "*" TO DECL-EXEC-SW.                                  SQ2284.2
070700     MOVE   "WRITE A RECORD"  TO FEATURE.                         SQ2284.2
070800     MOVE   "SEQ-TEST-WR-02" TO PAR-NAME.                         SQ2284.2
070900 SEQ-TEST-WR-02.                                                  SQ2284.2
071000     WRITE   SQ-FS4R2-F-G-138                                     SQ2284.2
071071     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ2284.2
071072         SQ-FS4-STATUS CCVS-IOT-NOKEY                             SQ2284.2
071073         BY CONTENT "WRITE  SQ-FS4          S0002T ".             SQ2284.2
071100 SEQ-INIT-03.                                                     SQ2284.2
071200     MOVE    0 TO REC-CT.                                         SQ2284.2
071300     MOVE   "*" TO DECL-EXEC-SW.                                  SQ2284.2
071600     MOVE   "CLOSE FILE" TO FEATURE.                              SQ2284.2
071700     MOVE   "SEQ-TEST-CL-03" TO PAR-NAME.                         SQ2284.2
071800 SEQ-TEST-CL-03.                                                  SQ2284.2
071900     CLOSE   SQ-FS4                                               SQ2284.2
071971     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ2284.2
071972         SQ-FS4-STATUS CCVS-IOT-NOKEY                             SQ2284.2
071973         BY CONTENT "CLOSE  SQ-FS4          S0003T ".             SQ2284.2
072000 SEQ-INIT-04.                                                     SQ2284.2
072100     MOVE    0 TO REC-CT.                                         SQ2284.2
072200     MOVE   "*" TO DECL-EXEC-SW.                                  SQ2284.2
072600     MOVE   "OPEN FILE FOR I-O" TO FEATURE.                       SQ2284.2
072700     MOVE   "SEQ-TEST-OP-04" TO PAR-NAME.                         SQ2284.2
072800 SEQ-TEST-OP-04.                                                  SQ2284.2
072900     OPEN    I-O SQ-FS4                                           SQ2284.2
072971     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ2284.2
072972         SQ-FS4-STATUS CCVS-IOT-NOKEY                             SQ2284.2
072973         BY CONTENT "OPEN   SQ-FS4          S0004T ".             SQ2284.2
073000 SEQ-INIT-05.                                                     SQ2284.2
073100     MOVE    0 TO REC-CT.                                         SQ2284.2
073200     MOVE   "*" TO DECL-EXEC-SW.                                  SQ2284.2
073800     MOVE   "READ FIRST RECORD" TO FEATURE.                       SQ2284.2
073900     MOVE   "SEQ-TEST-RD-05" TO PAR-NAME.                         SQ2284.2
074000 SEQ-TEST-RD-05.                                                  SQ2284.2
074100     READ    SQ-FS4                                               SQ2284.2
074171     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ2284.2
074172         SQ-FS4-STATUS CCVS-IOT-NOKEY                             SQ2284.2
074173         BY CONTENT "READ   SQ-FS4          S0005T ".             SQ2284.2
074200 SEQ-INIT-06.                                                     SQ2284.2
074300     MOVE    0 TO REC-CT.                                         SQ2284.2
074400     MOVE    SPACE TO DECL-EXEC-SW.                               SQ2284.2
075000     MOVE   "REWRITE DIFFERENT SIZE REC" TO FEATURE.              SQ2284.2
075100     MOVE   "SEQ-TEST-RW-06" TO PAR-NAME.                         SQ2284.2
075200 SEQ-TEST-RW-06.                                                  SQ2284.2
075300     REWRITE SQ-FS4R1-F-G-120                                     SQ2284.2
075371     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ2284.2
075372         SQ-FS4-STATUS CCVS-IOT-NOKEY                             SQ2284.2
075373         BY CONTENT "REWRITESQ-FS4          S0006T ".             SQ2284.2
075400     MOVE    0 TO REC-CT.                                         SQ2284.2
075500*                                                                 SQ2284.2
075600*    CHECK I-O STATUS RETURNED FROM REWRITE                       SQ2284.2
