032900     "SQ105A".                                                    SQ1054.2
033000*                                                                 SQ1054.2
033100*                                                                 SQ1054.2
033171     COPY CCVSIOK.                                                SQ1054.2
033200 PROCEDURE DIVISION.                                              SQ1054.2
033300 DECLARATIVES.                                                    SQ1054.2
033400 SECT-SQ105-0001 SECTION.                                         SQ1054.2
057200     MOVE    1 TO MAJOR-DELETIONS.                                SQ1054.2
057300     GO TO   SEQ-DELETE-01-01.                                    SQ1054.2
057400 SEQ-TEST-WR-01.                                                  SQ1054.2
057500     OPEN    OUTPUT SQ-FS4                                        SQ1054.2
057571     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1054.2
057572         SQ-FS4-STATUS CCVS-IOT-NOKEY                             SQ1054.2
057573         BY CONTENT "OPEN   SQ-FS4          S0001T ".             SQ1054.2
057600     IF SQ-FS4-STATUS NOT EQUAL TO "00"                           SQ1054.2
057700         MOVE    SQ-FS4-STATUS TO SQ-FS4-STATUS-COPY              SQ1054.2
057800         MOVE   "00" TO SQ-FS4-STATUS.                            SQ1054.2
058200     MOVE    FILE-RECORD-INFO-P1-120 (1) TO SQ-FS4-FIRST.         SQ1054.2
058300     ADD     1 TO COUNT-OF-RECS.                                  SQ1054.2
058400     MOVE    COUNT-OF-RECS TO SQ-FS4-REC-NO.                      SQ1054.2
058500     WRITE   SQ-FS4R1-F-G-125                                     SQ1054.2
058571     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1054.2
058572         SQ-FS4-STATUS CCVS-IOT-NOKEY                             SQ1054.2
058573         BY CONTENT "WRITE  SQ-FS4          S0002T ".             SQ1054.2
058600     IF SQ-FS4-STATUS NOT EQUAL TO "00"                           SQ1054.2
058700         MOVE    SQ-FS4-STATUS TO SQ-FS4-STATUS-COPY              SQ1054.2
058800         MOVE   "00" TO SQ-FS4-STATUS.                            SQ1054.2
059300*                                                                 SQ1054.2
059400 SEQ-TEST-WR-01-LOOP-EXIT.                                        SQ1054.2
059500*                                                                 SQ1054.2
059600     CLOSE   SQ-FS4                                               SQ1054.2
059671     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1054.2
059672         SQ-FS4-STATUS CCVS-IOT-NOKEY                             SQ1054.2
059673         BY CONTENT "CLOSE  SQ-FS4          S0003T ".             SQ1054.2
059700     IF SQ-FS4-STATUS NOT EQUAL TO "00"                           SQ1054.2
059800         MOVE    SQ-FS4-STATUS TO SQ-FS4-STATUS-COPY              SQ1054.2
059900         MOVE   "00" TO SQ-FS4-STATUS.                            SQ1054.2
065500     GO TO   SEQ-DELETE-02-01.                                    SQ1054.2
065600*                                                                 SQ1054.2
065700 SEQ-TEST-GF-02.                                                  SQ1054.2
065800     OPEN INPUT SQ-FS4                                            SQ1054.2
065871     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1054.2
065872         SQ-FS4-STATUS CCVS-IOT-NOKEY                             SQ1054.2
065873         BY CONTENT "OPEN   SQ-FS4          S0004T ".             SQ1054.2
065900     GO TO   SEQ-TEST-GF-02-01.                                   SQ1054.2
066000 SEQ-DELETE-02-01.                                                SQ1054.2
066100     PERFORM DE-LETE.                                             SQ1054.2
070600     MOVE   "00" TO SQ-FS4-STATUS-COPY.                           SQ1054.2
070700 SEQ-TEST-03-LOOP.                                                SQ1054.2
070800     MOVE   "**" TO SQ-FS4-STATUS.                                SQ1054.2
070900     READ    SQ-FS4 RECORD                                        SQ1054.2
070971     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1054.2
070972         SQ-FS4-STATUS CCVS-IOT-NOKEY                             SQ1054.2
070973         BY CONTENT "READ   SQ-FS4          S0005T ".             SQ1054.2
071000     IF DECL-EXEC-SW NOT = "**"                                   SQ1054.2
071100          GO TO SEQ-TEST-GF-03-01.                                SQ1054.2
071200     IF SQ-FS4-STATUS = "10"                                      SQ1054.2
080600     PERFORM DE-LETE.                                             SQ1054.2
080700     GO TO   SEQ-DELETE-04-01.                                    SQ1054.2
080800 SEQ-TEST-GF-04.                                                  SQ1054.2
080900     READ    SQ-FS4 RECORD                                        SQ1054.2
080971     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1054.2
080972         SQ-FS4-STATUS CCVS-IOT-NOKEY                             SQ1054.2
080973         BY CONTENT "READ   SQ-FS4          S0006T ".             SQ1054.2
081000*                                                                 SQ1054.2
081100     GO TO   SEQ-TEST-GF-04-01.                                   SQ1054.2
081200 SEQ-DELETE-04-01.                                                SQ1054.2
085600 SEQ-DELETE-05.                                                   SQ1054.2
085700     GO TO   SEQ-DELETE-05-01.                                    SQ1054.2
085800 SEQ-TEST-GF-05.                                                  SQ1054.2
085900     CLOSE SQ-FS4                                                 SQ1054.2
085971     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1054.2
085972         SQ-FS4-STATUS CCVS-IOT-NOKEY                             SQ1054.2
085973         BY CONTENT "CLOSE  SQ-FS4          S0007T ".             SQ1054.2
086000*                                                                 SQ1054.2
086100     GO TO SEQ-TEST-GF-05-01.                                     SQ1054.2
086200 SEQ-DELETE-05-01.                                                SQ1054.2
091600     GO TO   SEQ-DELETE-06-01.                                    SQ1054.2
091700*                                                                 SQ1054.2
091800 SEQ-TEST-GF-06.                                                  SQ1054.2
091900     OPEN INPUT SQ-FS4                                            SQ1054.2
091971     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1054.2
091972         SQ-FS4-STATUS CCVS-IOT-NOKEY                             SQ1054.2
091973         BY CONTENT "OPEN   SQ-FS4          S0008T ".             SQ1054.2
092000     GO TO   SEQ-TEST-GF-06-01.                                   SQ1054.2
092100 SEQ-DELETE-06-01.                                                SQ1054.2
092200     PERFORM DE-LETE.                                             SQ1054.2
097400     MOVE   "00" TO SQ-FS4-STATUS-COPY.                           SQ1054.2
097500 SEQ-TEST-07-LOOP.                                                SQ1054.2
097600     MOVE   "**" TO SQ-FS4-STATUS.                                SQ1054.2
097700     READ    SQ-FS4                                               SQ1054.2
097771     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1054.2
097772         SQ-FS4-STATUS CCVS-IOT-NOKEY                             SQ1054.2
097773         BY CONTENT "READ   SQ-FS4          S0009T ".             SQ1054.2
097800     IF DECL-EXEC-SW NOT = "**"                                   SQ1054.2
097900          GO TO SEQ-TEST-GF-07-01.                                SQ1054.2
098000     IF SQ-FS4-STATUS = "10"                                      SQ1054.2
107900     PERFORM DE-LETE.                                             SQ1054.2
108000     GO TO   SEQ-DELETE-08-01.                                    SQ1054.2
108100 SEQ-TEST-GF-08.                                                  SQ1054.2
108200     READ    SQ-FS4                                               SQ1054.2
108271     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1054.2
108272         SQ-FS4-STATUS CCVS-IOT-NOKEY                             SQ1054.2
108273         BY CONTENT "READ   SQ-FS4          S0010T ".             SQ1054.2
108300*                                                                 SQ1054.2
108400     GO TO   SEQ-TEST-GF-08-01.                                   SQ1054.2
108500 SEQ-DELETE-08-01.                                                SQ1054.2
113200 SEQ-DELETE-09.                                                   SQ1054.2
113300     GO TO   SEQ-DELETE-09-01.                                    SQ1054.2
113400 SEQ-TEST-GF-09.                                                  SQ1054.2
113500     CLOSE SQ-FS4                                                 SQ1054.2
113571     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1054.2
113572         SQ-FS4-STATUS CCVS-IOT-NOKEY                             SQ1054.2
113573         BY CONTENT "CLOSE  SQ-FS4          S0011T ".             SQ1054.2
113600*                                                                 SQ1054.2
113700     GO TO SEQ-TEST-GF-09-01.                                     SQ1054.2
113800 SEQ-DELETE-09-01.                                                SQ1054.2
