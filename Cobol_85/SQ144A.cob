034000     "SQ144A".                                                    SQ1444.2
034100*                                                                 SQ1444.2
034200*                                                                 SQ1444.2
034271     COPY CCVSIOK.                                                SQ1444.2
034300 PROCEDURE DIVISION.                                              SQ1444.2
034400 DECLARATIVES.                                                    SQ1444.2
034500*                                                                 SQ1444.2
067200 SEQ-DELETE-01.                                                   SQ1444.2
067300     MOVE   "*" TO DELETE-SW-1.                                   SQ1444.2
067400 SEQ-TEST-OP-01.                                                  SQ1444.2
067500     OPEN    OUTPUT SQ-FS4                                        SQ1444.2
067571     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1444.2
067572         SQ-FS4-STATUS CCVS-IOT-NOKEY                             SQ1444.2
067573         BY CONTENT "OPEN   SQ-FS4          S0001T ".             SQ1444.2
067600 SEQ-INIT-02.                                                     SQ1444.2
067700     MOVE    0 TO REC-CT.                                         SQ1444.2
067800     MOVE   "*" TO DECL-EXEC-SW.                                  SQ1444.2
068300     MOVE   "SEQ-TEST-WR-02" TO PAR-NAME.                         SQ1444.2
068400 SEQ-TEST-WR-02.                                                  SQ1444.2
068500     MOVE    FILE-RECORD-INFO-P1-120 (1) TO SQ-FS4R1-F-G-120.     SQ1444.2
068600     WRITE   SQ-FS4R1-F-G-120                                     SQ1444.2
068671     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1444.2
068672         SQ-FS4-STATUS CCVS-IOT-NOKEY                             SQ1444.2
068673         BY CONTENT "WRITE  SQ-FS4          S0002T ".             SQ1444.2
068700 SEQ-INIT-03.                                                     SQ1444.2
068800     MOVE    0 TO REC-CT.                                         SQ1444.2
068900     MOVE   "*" TO DECL-EXEC-SW.                                  SQ1444.2
069200     MOVE   "CLOSE FILE" TO FEATURE.                              SQ1444.2
069300     MOVE   "SEQ-TEST-CL-03" TO PAR-NAME.                         SQ1444.2
069400 SEQ-TEST-CL-03.                                                  SQ1444.2
069500     CLOSE   SQ-FS4                                               SQ1444.2
069571     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1444.2
069572         SQ-FS4-STATUS CCVS-IOT-NOKEY                             SQ1444.2
069573         BY CONTENT "CLOSE  SQ-FS4          S0003T ".             SQ1444.2
069600 SEQ-INIT-04.                                                     SQ1444.2
069700     MOVE    0 TO REC-CT.                                         SQ1444.2
069800     MOVE   "*" TO DECL-EXEC-SW.                                  SQ1444.2
070200     MOVE   "OPEN FILE FOR I-O" TO FEATURE.                       SQ1444.2
070300     MOVE   "SEQ-TEST-OP-04" TO PAR-NAME.                         SQ1444.2
070400 SEQ-TEST-OP-04.                                                  SQ1444.2
070500     OPEN    I-O SQ-FS4                                           SQ1444.2
070571     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1444.2
070572         SQ-FS4-STATUS CCVS-IOT-NOKEY                             SQ1444.2
070573         BY CONTENT "OPEN   SQ-FS4          S0004T ".             SQ1444.2
070600 SEQ-INIT-05.                                                     SQ1444.2
070700     MOVE    0 TO REC-CT.                                         SQ1444.2
070800     MOVE   "*" TO DECL-EXEC-SW.                                  SQ1444.2
071300     MOVE   "SEQ-TEST-RD-05" TO PAR-NAME.                         SQ1444.2
071400 SEQ-TEST-RD-05.                                                  SQ1444.2
071500     MOVE    SPACE TO SQ-FS4R1-F-G-120.                           SQ1444.2
071600     READ    SQ-FS4                                               SQ1444.2
071671     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1444.2
071672         SQ-FS4-STATUS CCVS-IOT-NOKEY                             SQ1444.2
071673         BY CONTENT "READ   SQ-FS4          S0005T ".             SQ1444.2
071700 SEQ-INIT-06.                                                     SQ1444.2
071800     MOVE    0 TO REC-CT.                                         SQ1444.2
071900     MOVE   "*" TO DECL-EXEC-SW.                                  SQ1444.2
072300     MOVE   "READ GIVING AT END" TO FEATURE.                      SQ1444.2
072400     MOVE   "SEQ-TEST-RD-06" TO PAR-NAME.                         SQ1444.2
072500 SEQ-TEST-RD-06.                                                  SQ1444.2
072600     READ    SQ-FS4 RECORD                                        SQ1444.2
072671     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1444.2
072672         SQ-FS4-STATUS CCVS-IOT-NOKEY                             SQ1444.2
072673         BY CONTENT "READ   SQ-FS4          S0006T ".             SQ1444.2
072700 SEQ-INIT-07.                                                     SQ1444.2
072800     MOVE    0 TO REC-CT.                                         SQ1444.2
072900     MOVE    SPACE TO DECL-EXEC-SW.                               SQ1444.2
073200     MOVE   "REWRITE AFTER AT END" TO FEATURE.                    SQ1444.2
073300     MOVE   "SEQ-TEST-RW-07" TO PAR-NAME.                         SQ1444.2
073400 SEQ-TEST-RW-07.                                                  SQ1444.2
073500     REWRITE SQ-FS4R1-F-G-120                                     SQ1444.2
073571     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1444.2
073572         SQ-FS4-STATUS CCVS-IOT-NOKEY                             SQ1444.2
073573         BY CONTENT "REWRITESQ-FS4          S0007T ".             SQ1444.2
073600     MOVE    0 TO REC-CT.                                         SQ1444.2
073700     MOVE   "REWRITE AFTER AT END" TO FEATURE.                    SQ1444.2
073800     MOVE   "SEQ-TEST-RW-07" TO PAR-NAME.                         SQ1444.2
