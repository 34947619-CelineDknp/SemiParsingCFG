034600     "SQ133A".                                                    SQ1334.2
034700*                                                                 SQ1334.2
034800*                                                                 SQ1334.2
034871     COPY CCVSIOK.                                                SQ1334.2
034900 PROCEDURE DIVISION.                                              SQ1334.2
035000 DECLARATIVES.                                                    SQ1334.2
035100*                                                                 SQ1334.2
068800     MOVE   "*" TO DELETE-SW-1.                                   SQ1334.2
068900     GO TO   SEQ-DELETE-01-01.                                    SQ1334.2
069000 SEQ-TEST-OP-01.                                                  SQ1334.2
069100     OPEN    OUTPUT SQ-FS4                                        SQ1334.2
069171     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1334.2
069172         SQ-FS4-STATUS CCVS-IOT-NOKEY                             SQ1334.2
069173         BY CONTENT "OPEN   SQ-FS4          S0001T ".             SQ1334.2
069200*                                                                 SQ1334.2
069300*    CHECK I-O STATUS RETURNED FROM OPEN OUTPUT                   SQ1334.2
069400*                                                                 SQ1334.2
075100     GO TO   SEQ-DELETE-02-01.                                    SQ1334.2
075200 SEQ-TEST-WR-02.                                                  SQ1334.2
075300     MOVE    FILE-RECORD-INFO-P1-120 (1) TO SQ-FS4R1-F-G-120.     SQ1334.2
075400     WRITE   SQ-FS4R1-F-G-120                                     SQ1334.2
075471     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1334.2
075472         SQ-FS4-STATUS CCVS-IOT-NOKEY                             SQ1334.2
075473         BY CONTENT "WRITE  SQ-FS4          S0002T ".             SQ1334.2
075500*                                                                 SQ1334.2
075600*    CHECK I-O STATUS RETURNED FROM WRITE                         SQ1334.2
075700*                                                                 SQ1334.2
081200     MOVE   "*" TO DELETE-SW-2.                                   SQ1334.2
081300     GO TO   SEQ-DELETE-03-01.                                    SQ1334.2
081400 SEQ-TEST-CL-03.                                                  SQ1334.2
081500     CLOSE   SQ-FS4                                               SQ1334.2
081571     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1334.2
081572         SQ-FS4-STATUS CCVS-IOT-NOKEY                             SQ1334.2
081573         BY CONTENT "CLOSE  SQ-FS4          S0003T ".             SQ1334.2
081600*                                                                 SQ1334.2
081700*    CHECK I-O STATUS RETURNED FROM CLOSE                         SQ1334.2
081800*                                                                 SQ1334.2
087500     MOVE   "*" TO DELETE-SW-2.                                   SQ1334.2
087600     GO TO   SEQ-DELETE-04-01.                                    SQ1334.2
087700 SEQ-TEST-OP-04.                                                  SQ1334.2
087800     OPEN    I-O SQ-FS4                                           SQ1334.2
087871     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1334.2
087872         SQ-FS4-STATUS CCVS-IOT-NOKEY                             SQ1334.2
087873         BY CONTENT "OPEN   SQ-FS4          S0004T ".             SQ1334.2
087900*                                                                 SQ1334.2
088000*    CHECK I-O STATUS RETURNED FROM OPEN I-O                      SQ1334.2
088100*                                                                 SQ1334.2
093700     GO TO   SEQ-DELETE-05-01.                                    SQ1334.2
093800 SEQ-TEST-RD-05.                                                  SQ1334.2
093900     MOVE    SPACE TO SQ-FS4R1-F-G-120.                           SQ1334.2
094000     READ    SQ-FS4                                               SQ1334.2
094071     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1334.2
094072         SQ-FS4-STATUS CCVS-IOT-NOKEY                             SQ1334.2
094073         BY CONTENT "READ   SQ-FS4          S0005T ".             SQ1334.2
094100*                                                                 SQ1334.2
094200*    CHECK I-O STATUS RETURNED FROM READ                          SQ1334.2
094300*                                                                 SQ1334.2
102000     MOVE   "*" TO DELETE-SW-2.                                   SQ1334.2
102100     GO TO   SEQ-DELETE-06-01.                                    SQ1334.2
102200 SEQ-TEST-RD-06.                                                  SQ1334.2
102300     READ    SQ-FS4 RECORD                                        SQ1334.2
102371     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1334.2
102372         SQ-FS4-STATUS CCVS-IOT-NOKEY                             SQ1334.2
102373         BY CONTENT "READ   SQ-FS4          S0006T ".             SQ1334.2
102400*                                                                 SQ1334.2
102500*    CHECK I-O STATUS RETURNED FROM READ                          SQ1334.2
102600*                                                                 SQ1334.2
108100     MOVE   "*" TO DELETE-SW-2.                                   SQ1334.2
108200     GO TO   SEQ-DELETE-07-01.                                    SQ1334.2
108300 SEQ-TEST-RW-07.                                                  SQ1334.2
108400     REWRITE SQ-FS4R1-F-G-120                                     SQ1334.2
108471     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1334.2
108472         SQ-FS4-STATUS CCVS-IOT-NOKEY                             SQ1334.2
108473         BY CONTENT "REWRITESQ-FS4          S0007T ".             SQ1334.2
108500     MOVE    0 TO REC-CT.                                         SQ1334.2
108600     MOVE   "REWRITE AFTER AT END" TO FEATURE.                    SQ1334.2
108700     MOVE   "SEQ-TEST-RW-07" TO PAR-NAME.                         SQ1334.2
