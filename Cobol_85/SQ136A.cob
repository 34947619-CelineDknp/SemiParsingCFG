031100     "SQ136A".                                                    SQ1364.2
031200*                                                                 SQ1364.2
031300*                                                                 SQ1364.2
031371     COPY CCVSIOK.                                                SQ1364.2
031400 PROCEDURE DIVISION.                                              SQ1364.2
031500 DECLARATIVES.                                                    SQ1364.2
031600*                                                                 SQ1364.2
066900 SEQ-DELETE-01.                                                   SQ1364.2
067000     MOVE   "*" TO DELETE-SW-1.                                   SQ1364.2
067100 SEQ-TEST-OP-01.                                                  SQ1364.2
067200     OPEN    OUTPUT SQ-FS4                                        SQ1364.2
067271     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1364.2
067272         SQ-FS4-STATUS CCVS-IOT-NOKEY                             SQ1364.2
067273         BY CONTENT "OPEN   SQ-FS4          S0001T ".             SQ1364.2
067300 SEQ-INIT-02.                                                     SQ1364.2
067400     MOVE    0 TO REC-CT.                                         SQ1364.2
067500     MOVE   "*"  TO DECL-EXEC-SW.                                 SQ1364.2
068700 SEQ-TEST-WR-02.                                                  SQ1364.2
068800     MOVE    FILE-RECORD-INFO-P1-120 (1) TO SQ-FS4-FIRST.         SQ1364.2
068900     MOVE    XRECORD-NUMBER (1) TO SQ-FS4-REC-NO.                 SQ1364.2
069000     WRITE   SQ-FS4R1-F-G-125                                     SQ1364.2
069071     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1364.2
069072         SQ-FS4-STATUS CCVS-IOT-NOKEY                             SQ1364.2
069073         BY CONTENT "WRITE  SQ-FS4          S0002T ".             SQ1364.2
069100 SEQ-INIT-03.                                                     SQ1364.2
069200     MOVE    0 TO REC-CT.                                         SQ1364.2
069300     MOVE   "*"  TO DECL-EXEC-SW.                                 SQ1364.2
070200 SEQ-DELETE-03.                                                   SQ1364.2
070300     MOVE   "*" TO DELETE-SW-2.                                   SQ1364.2
070400 SEQ-TEST-CL-03.                                                  SQ1364.2
070500     CLOSE   SQ-FS4                                               SQ1364.2
070571     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1364.2
070572         SQ-FS4-STATUS CCVS-IOT-NOKEY                             SQ1364.2
070573         BY CONTENT "CLOSE  SQ-FS4          S0003T ".             SQ1364.2
070600 SEQ-INIT-04.                                                     SQ1364.2
070700     MOVE    0 TO REC-CT.                                         SQ1364.2
070800     MOVE    ZERO TO XRECORD-NUMBER (1).                          SQ1364.2
071800 SEQ-DELETE-04.                                                   SQ1364.2
071900     MOVE   "*" TO DELETE-SW-2.                                   SQ1364.2
072000 SEQ-TEST-OP-04.                                                  SQ1364.2
072100     OPEN    INPUT SQ-FS4                                         SQ1364.2
072171     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1364.2
072172         SQ-FS4-STATUS CCVS-IOT-NOKEY                             SQ1364.2
072173         BY CONTENT "OPEN   SQ-FS4          S0004T ".             SQ1364.2
072200     MOVE    SPACE TO SQ-FS4R1-F-G-125.                           SQ1364.2
072300*                                                                 SQ1364.2
072400*                                                                 SQ1364.2
073800 SEQ-DELETE-05.                                                   SQ1364.2
073900     MOVE   "*" TO DELETE-SW-2.                                   SQ1364.2
074000 SEQ-TEST-RD-05.                                                  SQ1364.2
074100     READ    SQ-FS4                                               SQ1364.2
074171     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1364.2
074172         SQ-FS4-STATUS CCVS-IOT-NOKEY                             SQ1364.2
074173         BY CONTENT "READ   SQ-FS4          S0005T ".             SQ1364.2
074200     MOVE    SQ-FS4R1-F-G-125 TO FILE-RECORD-INFO (2).            SQ1364.2
074300*                                                                 SQ1364.2
074400*                                                                 SQ1364.2
075800 SEQ-DELETE-06.                                                   SQ1364.2
075900     MOVE   "*" TO DELETE-SW-2.                                   SQ1364.2
076000 SEQ-TEST-RD-06.                                                  SQ1364.2
076100     READ    SQ-FS4                                               SQ1364.2
076171     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1364.2
076172         SQ-FS4-STATUS CCVS-IOT-NOKEY                             SQ1364.2
076173         BY CONTENT "READ   SQ-FS4          S0006T ".             SQ1364.2
076200*                                                                 SQ1364.2
076300*                                                                 SQ1364.2
076400*    READ AGAIN, AFTER AT END, TO RAISE I-O STATUS 46             SQ1364.2
077800     MOVE   "*" TO DELETE-SW-2.                                   SQ1364.2
077900     GO TO   SEQ-DELETE-07-01.                                    SQ1364.2
078000 SEQ-TEST-RD-07.                                                  SQ1364.2
078100     READ    SQ-FS4                                               SQ1364.2
078171     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1364.2
078172         SQ-FS4-STATUS CCVS-IOT-NOKEY                             SQ1364.2
078173         BY CONTENT "READ   SQ-FS4          S0007T ".             SQ1364.2
078200*                                                                 SQ1364.2
078300*    THE TESTS FOLLOWING THIS READ STATEMENT MAY NOT BE           SQ1364.2
078400*    EXECUTED.  THE IMPLEMENTOR MAY LEGITIMATELY TERMINATE        SQ1364.2
