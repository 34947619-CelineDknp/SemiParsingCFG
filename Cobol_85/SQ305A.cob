024900     COPY     CCVSSED.                                            SQ3054.2
025000 01  CCVS-PGM-ID                     PIC X(9)   VALUE             SQ3054.2
025100     "SQ305A".                                                    SQ3054.2
025171     COPY CCVSIOK.                                                SQ3054.2
025200 PROCEDURE DIVISION.                                              SQ3054.2
025300 CCVS1 SECTION.                                                   SQ3054.2
025400 OPEN-FILES.                                                      SQ3054.2
057300 SQB-INIT-305-1.                                                  SQ3054.2
057400     MOVE     "BINARY TRANSPARENCY" TO FEATURE.                   SQ3054.2
057500     MOVE     "VII-25 4.3.2 SEQ I-O" TO ANSI-REFERENCE.           SQ3054.2
057600     OPEN     OUTPUT SQB-BYTE-FILE                                SQ3054.2
057671     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ3054.2
057672         SQB-FSTATUS CCVS-IOT-NOKEY                               SQ3054.2
057673         BY CONTENT "OPEN   SQB-BYTE-FILE   S0001T ".             SQ3054.2
057700     PERFORM  SQB-WRITE-ONE                                       SQ3054.2
057800              VARYING SQB-R FROM 0 BY 1 UNTIL SQB-R > 7.          SQ3054.2
057900     CLOSE    SQB-BYTE-FILE                                       SQ3054.2
057971     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ3054.2
057972         SQB-FSTATUS CCVS-IOT-NOKEY                               SQ3054.2
057973         BY CONTENT "CLOSE  SQB-BYTE-FILE   S0002T ".             SQ3054.2
058000     OPEN     INPUT SQB-BYTE-FILE                                 SQ3054.2
058071     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ3054.2
058072         SQB-FSTATUS CCVS-IOT-NOKEY                               SQ3054.2
058073         BY CONTENT "OPEN   SQB-BYTE-FILE   S0003T ".             SQ3054.2
058100     MOVE     SPACE TO SQB-EOF.                                   SQ3054.2
058200     MOVE     ZERO TO SQB-READ-CNT.                               SQ3054.2
058300     PERFORM  SQB-READ-ONE UNTIL SQB-EOF = "Y".                   SQ3054.2
058400     CLOSE    SQB-BYTE-FILE                                       SQ3054.2
058471     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ3054.2
058472         SQB-FSTATUS CCVS-IOT-NOKEY                               SQ3054.2
058473         BY CONTENT "CLOSE  SQB-BYTE-FILE   S0004T ".             SQ3054.2
058500 SQB-TEST-305-1.                                                  SQ3054.2
058600*    ALL EIGHT RECORDS CAME BACK, NONE SPLIT OR JOINED BY         SQ3054.2
058700*    TERMINATOR-LOOKING BYTES.                                    SQ3054.2
066400 SQB-WRITE-ONE.                                                   SQ3054.2
066500     PERFORM  SQB-BUILD-EXPECT.                                   SQ3054.2
066600     MOVE     SQB-EXPECT TO SQB-BYTE-REC.                         SQ3054.2
066700     WRITE    SQB-BYTE-REC                                        SQ3054.2
066771     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ3054.2
066772         SQB-FSTATUS CCVS-IOT-NOKEY                               SQ3054.2
066773         BY CONTENT "WRITE  SQB-BYTE-FILE   S0005T ".             SQ3054.2
066800 SQB-BUILD-EXPECT.                                                SQ3054.2
066900     PERFORM  SQB-BUILD-BYTE                                      SQ3054.2
067000              VARYING SQB-I FROM 1 BY 1 UNTIL SQB-I > 32.         SQ3054.2
067400     MOVE     FUNCTION CHAR (SQB-VAL + 1)                         SQ3054.2
067410              TO SQB-EXPECT (SQB-I:1).                            SQ3054.2
067500 SQB-READ-ONE.                                                    SQ3054.2
067571     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ3054.2
067572         SQB-FSTATUS CCVS-IOT-NOKEY                               SQ3054.2
067573         BY CONTENT "READ   SQB-BYTE-FILE   S0006B "              SQ3054.2
067600     READ     SQB-BYTE-FILE                                       SQ3054.2
067700              AT END                                              SQ3054.2
067771                 CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME        SQ3054.2
067772                     SQB-FSTATUS CCVS-IOT-NOKEY                   SQ3054.2
067773                     BY CONTENT "READ   SQB-BYTE-FILE   S0006P "  SQ3054.2
067774                 MOVE "Y" TO SQB-EOF                              SQ3054.2
067800              NOT AT END                                          SQ3054.2
067871                 CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME        SQ3054.2
067872                     SQB-FSTATUS CCVS-IOT-NOKEY                   SQ3054.2
067873                     BY CONTENT "READ   SQB-BYTE-FILE   S0006P "  SQ3054.2
067900                  ADD 1 TO SQB-READ-CNT                           SQ3054.2
068000                  IF SQB-READ-CNT < 9                             SQ3054.2
068100                      MOVE SQB-BYTE-REC TO                        SQ3054.2
068200                          SQB-HOLD-REC (SQB-READ-CNT)             SQ3054.2
068300                  END-IF                                          SQ3054.2
068400     END-READ                                                     SQ3054.2
068471     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ3054.2
068472         SQB-FSTATUS CCVS-IOT-NOKEY                               SQ3054.2
068473         BY CONTENT "READ   SQB-BYTE-FILE   S0006T ".             SQ3054.2
068500 SQB-CHECK-ONE.                                                   SQ3054.2
068600     PERFORM  SQB-BUILD-EXPECT.                                   SQ3054.2
068700     IF       SQB-HOLD-REC (SQB-R + 1) NOT = SQB-EXPECT           SQ3054.2
