027100 01  CCVS-PGM-ID  PIC X(9)   VALUE                                SQ1354.2
027200     "SQ135A".                                                    SQ1354.2
027300*                                                                 SQ1354.2
027371     COPY CCVSIOK.                                                SQ1354.2
027400 PROCEDURE DIVISION.                                              SQ1354.2
027500 DECLARATIVES.                                                    SQ1354.2
027600 SQ-FS1-DECLARATIVE SECTION.                                      SQ1354.2
056500     MOVE 1        TO XRECORD-NUMBER (1).                         SQ1354.2
056600*                                                                 SQ1354.2
056700 WRITE-OPEN-01.                                                   SQ1354.2
056800     OPEN    OUTPUT SQ-FS1                                        SQ1354.2
056871     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1354.2
056872         SQ-FS1-STATUS CCVS-IOT-NOKEY                             SQ1354.2
056873         BY CONTENT "OPEN   SQ-FS1          S0001T ".             SQ1354.2
056900*                                                                 SQ1354.2
057000*        WRITE A SINGLE RECORD TO THE FILE                        SQ1354.2
057100*                                                                 SQ1354.2
057200 WRITE-INIT-01.                                                   SQ1354.2
057300 WRITE-TEST-01-01.                                                SQ1354.2
057400     MOVE    FILE-RECORD-INFO-P1-120 (1) TO SQ-FS1R1-F-G-120.     SQ1354.2
057500     WRITE   SQ-FS1R1-F-G-120                                     SQ1354.2
057571     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1354.2
057572         SQ-FS1-STATUS CCVS-IOT-NOKEY                             SQ1354.2
057573         BY CONTENT "WRITE  SQ-FS1          S0002T ".             SQ1354.2
057600*                                                                 SQ1354.2
057700 CLOSE-INIT-01.                                                   SQ1354.2
057800 CLOSE-TEST-01.                                                   SQ1354.2
057900     CLOSE   SQ-FS1                                               SQ1354.2
057971     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1354.2
057972         SQ-FS1-STATUS CCVS-IOT-NOKEY                             SQ1354.2
057973         BY CONTENT "CLOSE  SQ-FS1          S0003T ".             SQ1354.2
058000*                                                                 SQ1354.2
058100*        HAVING CLOSED THE FILE, WE NOW TRY TO CLOSE IT AGAIN.    SQ1354.2
058200*        THE TEST PASSES IF THE FILE CANNOT BE RECLOSED AND       SQ1354.2
058900     MOVE   "CLOSE-TEST-02" TO PAR-NAME                           SQ1354.2
059000     MOVE   "CLOSE OF CLOSED FILE" TO FEATURE.                    SQ1354.2
059100 CLOSE-TEST-02.                                                   SQ1354.2
059200     CLOSE   SQ-FS1                                               SQ1354.2
059271     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1354.2
059272         SQ-FS1-STATUS CCVS-IOT-NOKEY                             SQ1354.2
059273         BY CONTENT "CLOSE  SQ-FS1          S0004T ".             SQ1354.2
059300*                                                                 SQ1354.2
059400 CCVS-EXIT SECTION.                                               SQ1354.2
059500 CCVS-999999.                                                     SQ1354.2
