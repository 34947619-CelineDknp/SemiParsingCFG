035400     "SQ226A".                                                    SQ2264.2
035500*                                                                 SQ2264.2
035600*                                                                 SQ2264.2
035671     COPY CCVSIOK.                                                SQ2264.2
035700 PROCEDURE DIVISION.                                              SQ2264.2
035800 DECLARATIVES.                                                    SQ2264.2
035900*                                                                 SQ2264.2
073400     MOVE   "*" TO DELETE-SW-1.                                   SQ2264.2
073500     GO TO   SEQ-DELETE-01-01.                                    SQ2264.2
073600 SEQ-TEST-OP-01.                                                  SQ2264.2
073700     OPEN    OUTPUT SQ-FS4                                        SQ2264.2
073771     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ2264.2
073772         SQ-FS4-STATUS CCVS-IOT-NOKEY                             SQ2264.2
073773         BY CONTENT "OPEN   SQ-FS4          S0001T ".             SQ2264.2
073800*                                                                 SQ2264.2
073900*    CHECK I-O STATUS RETURNED FROM OPEN OUTPUT                   SQ2264.2
074000*                                                                 SQ2264.2
086400     GO TO   SEQ-DELETE-02-01.                                    SQ2264.2
086500 SEQ-TEST-WR-02.                                                  SQ2264.2
086600     MOVE    FILE-RECORD-INFO-P1-120 (1) TO SQ-FS4R1-F-G-120.     SQ2264.2
086700     WRITE   SQ-FS4R1-F-G-120                                     SQ2264.2
086771     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ2264.2
086772         SQ-FS4-STATUS CCVS-IOT-NOKEY                             SQ2264.2
086773         BY CONTENT "WRITE  SQ-FS4          S0002T ".             SQ2264.2
086800*                                                                 SQ2264.2
086900*    CHECK I-O STATUS RETURNED FROM WRITE                         SQ2264.2
087000*                                                                 SQ2264.2
099300     MOVE   "*" TO DELETE-SW-2.                                   SQ2264.2
099400     GO TO   SEQ-DELETE-03-01.                                    SQ2264.2
099500 SEQ-TEST-CL-03.                                                  SQ2264.2
099600     CLOSE   SQ-FS4                                               SQ2264.2
099671     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ2264.2
099672         SQ-FS4-STATUS CCVS-IOT-NOKEY                             SQ2264.2
099673         BY CONTENT "CLOSE  SQ-FS4          S0003T ".             SQ2264.2
099700*                                                                 SQ2264.2
099800*    CHECK I-O STATUS RETURNED FROM CLOSE                         SQ2264.2
099900*                                                                 SQ2264.2
112300     MOVE   "*" TO DELETE-SW-2.                                   SQ2264.2
112400     GO TO   SEQ-DELETE-04-01.                                    SQ2264.2
112500 SEQ-TEST-OP-04.                                                  SQ2264.2
112600     OPEN    INPUT SQ-FS4                                         SQ2264.2
112671     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ2264.2
112672         SQ-FS4-STATUS CCVS-IOT-NOKEY                             SQ2264.2
112673         BY CONTENT "OPEN   SQ-FS4          S0004T ".             SQ2264.2
112700*                                                                 SQ2264.2
112800*    CHECK I-O STATUS RETURNED FROM OPEN INPUT                    SQ2264.2
112900*                                                                 SQ2264.2
125300     GO TO   SEQ-DELETE-05-01.                                    SQ2264.2
125400 SEQ-TEST-RD-05.                                                  SQ2264.2
125500     MOVE    SPACE TO SQ-FS4R1-F-G-120.                           SQ2264.2
125600     READ    SQ-FS4                                               SQ2264.2
125671     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ2264.2
125672         SQ-FS4-STATUS CCVS-IOT-NOKEY                             SQ2264.2
125673         BY CONTENT "READ   SQ-FS4          S0005T ".             SQ2264.2
125700*                                                                 SQ2264.2
125800*    CHECK I-O STATUS RETURNED FROM READ                          SQ2264.2
125900*                                                                 SQ2264.2
140400     GO TO   SEQ-DELETE-06-01.                                    SQ2264.2
140500 SEQ-TEST-RD-06.                                                  SQ2264.2
140600     MOVE    SPACE TO SQ-FS4R1-F-G-120.                           SQ2264.2
140700     READ    SQ-FS4 RECORD                                        SQ2264.2
140771     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ2264.2
140772         SQ-FS4-STATUS CCVS-IOT-NOKEY                             SQ2264.2
140773         BY CONTENT "READ   SQ-FS4          S0006T ".             SQ2264.2
140800*                                                                 SQ2264.2
140900*    CHECK I-O STATUS RETURNED FROM READ                          SQ2264.2
141000*                                                                 SQ2264.2
153400     MOVE   "*" TO DELETE-SW-2.                                   SQ2264.2
153500     GO TO   SEQ-DELETE-07-01.                                    SQ2264.2
153600 SEQ-TEST-OP-07.                                                  SQ2264.2
153700     OPEN    EXTEND SQ-FS4                                        SQ2264.2
153771     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ2264.2
153772         SQ-FS4-STATUS CCVS-IOT-NOKEY                             SQ2264.2
153773         BY CONTENT "OPEN   SQ-FS4          S0007T ".             SQ2264.2
153800     MOVE    0 TO REC-CT.                                         SQ2264.2
153900     MOVE   "OPEN FILE SECOND TIME"  TO FEATURE.                  SQ2264.2
154000     MOVE   "SEQ-TEST-OP-07" TO PAR-NAME.                         SQ2264.2
