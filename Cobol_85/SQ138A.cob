031100     "SQ138A".                                                    SQ1384.2
031200*                                                                 SQ1384.2
031300*                                                                 SQ1384.2
031371     COPY CCVSIOK.                                                SQ1384.2
031400 PROCEDURE DIVISION.                                              SQ1384.2
031500 DECLARATIVES.                                                    SQ1384.2
031600*                                                                 SQ1384.2
066900 SEQ-DELETE-01.                                                   SQ1384.2
067000     MOVE   "*" TO DELETE-SW-1.                                   SQ1384.2
067100 SEQ-TEST-OP-01.                                                  SQ1384.2
067200     OPEN    OUTPUT SQ-FS4                                        SQ1384.2
067271     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1384.2
067272         SQ-FS4-STATUS CCVS-IOT-NOKEY                             SQ1384.2
067273         BY CONTENT "OPEN   SQ-FS4          S0001T ".             SQ1384.2
067300*                                                                 SQ1384.2
067400*                                                                 SQ1384.2
067500*    THE FILE HAS BEEN CREATED.  WE NOW WRITE ONE RECORD TO IT.   SQ1384.2
069100 SEQ-TEST-WR-02.                                                  SQ1384.2
069200     MOVE    FILE-RECORD-INFO-P1-120 (1) TO SQ-FS4-FIRST.         SQ1384.2
069300     MOVE    XRECORD-NUMBER (1) TO SQ-FS4-REC-NO.                 SQ1384.2
069400     WRITE   SQ-FS4R1-F-G-125                                     SQ1384.2
069471     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1384.2
069472         SQ-FS4-STATUS CCVS-IOT-NOKEY                             SQ1384.2
069473         BY CONTENT "WRITE  SQ-FS4          S0002T ".             SQ1384.2
069500*                                                                 SQ1384.2
069600*                                                                 SQ1384.2
069700*    HAVING WRITTEN ONE RECORD, CLOSE THE FILE.                   SQ1384.2
071000 SEQ-DELETE-03.                                                   SQ1384.2
071100     MOVE   "*" TO DELETE-SW-2.                                   SQ1384.2
071200 SEQ-TEST-CL-03.                                                  SQ1384.2
071300     CLOSE   SQ-FS4                                               SQ1384.2
071371     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1384.2
071372         SQ-FS4-STATUS CCVS-IOT-NOKEY                             SQ1384.2
071373         BY CONTENT "CLOSE  SQ-FS4          S0003T ".             SQ1384.2
071400 SEQ-INIT-04.                                                     SQ1384.2
071500     MOVE    0 TO REC-CT.                                         SQ1384.2
071600     MOVE    ZERO TO XRECORD-NUMBER (1).                          SQ1384.2
073100*    CASE THERE IS A SINGLE BUFFER WHICH STILL HAS A COPY OF      SQ1384.2
073200*    THE LAST RECORD WRITTEN IN IT.                               SQ1384.2
073300*                                                                 SQ1384.2
073400     OPEN    INPUT SQ-FS4                                         SQ1384.2
073471     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1384.2
073472         SQ-FS4-STATUS CCVS-IOT-NOKEY                             SQ1384.2
073473         BY CONTENT "OPEN   SQ-FS4          S0004T ".             SQ1384.2
073500     MOVE    SPACE TO SQ-FS4R1-F-G-125.                           SQ1384.2
073600*                                                                 SQ1384.2
073700*                                                                 SQ1384.2
075100 SEQ-DELETE-05.                                                   SQ1384.2
075200     MOVE   "*" TO DELETE-SW-2.                                   SQ1384.2
075300 SEQ-TEST-RD-05.                                                  SQ1384.2
075400     READ    SQ-FS4                                               SQ1384.2
075471     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1384.2
075472         SQ-FS4-STATUS CCVS-IOT-NOKEY                             SQ1384.2
075473         BY CONTENT "READ   SQ-FS4          S0005T ".             SQ1384.2
075500     MOVE    SQ-FS4R1-F-G-125 TO FILE-RECORD-INFO (2).            SQ1384.2
075600 SEQ-INIT-06.                                                     SQ1384.2
075700     MOVE    0 TO REC-CT.                                         SQ1384.2
076700 SEQ-DELETE-06.                                                   SQ1384.2
076800     MOVE   "*" TO DELETE-SW-2.                                   SQ1384.2
076900 SEQ-TEST-RD-06.                                                  SQ1384.2
077000     READ    SQ-FS4                                               SQ1384.2
077071     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1384.2
077072         SQ-FS4-STATUS CCVS-IOT-NOKEY                             SQ1384.2
077073         BY CONTENT "READ   SQ-FS4          S0006T ".             SQ1384.2
077100*                                                                 SQ1384.2
077200*                                                                 SQ1384.2
077300*    READ AGAIN, AFTER AT END, TO RAISE I-O STATUS 46             SQ1384.2
078600 SEQ-DELETE-07.                                                   SQ1384.2
078700     MOVE   "*" TO DELETE-SW-2.                                   SQ1384.2
078800 SEQ-TEST-RD-07.                                                  SQ1384.2
078900     READ    SQ-FS4                                               SQ1384.2
078971     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1384.2
078972         SQ-FS4-STATUS CCVS-IOT-NOKEY                             SQ1384.2
078973         BY CONTENT "READ   SQ-FS4          S0007T ".             SQ1384.2
079000*                                                                 SQ1384.2
079100*    THE TESTS FOLLOWING THIS READ STATEMENT MAY NOT BE           SQ1384.2
079200*    EXECUTED.  THE IMPLEMENTOR MAY LEGITIMATELY TERMINATE        SQ1384.2
