030400     "SQ225A".                                                    SQ2254.2
030500*                                                                 SQ2254.2
030600*                                                                 SQ2254.2
030671     COPY CCVSIOK.                                                SQ2254.2
030700 PROCEDURE DIVISION.                                              SQ2254.2
030800 DECLARATIVES.                                                    SQ2254.2
030900 SQ225A-DECLARATIVE-001-SECT SECTION.                             SQ2254.2
062300     MOVE    9 TO DECL-EXEC-SW                                    SQ2254.2
062400     MOVE   "**" TO SQ-FS1-STATUS.                                SQ2254.2
062500 OPEN-TEST-01.                                                    SQ2254.2
062600     OPEN    EXTEND SQ-FS1                                        SQ2254.2
062671     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ2254.2
062672         SQ-FS1-STATUS CCVS-IOT-NOKEY                             SQ2254.2
062673         BY CONTENT "OPEN   SQ-FS1          S0001T ".             SQ2254.2
062700     MOVE    1 TO REC-CT                                          SQ2254.2
062800     MOVE   "OPEN ABSENT FILE EXTEND" TO FEATURE                  SQ2254.2
062900     MOVE   "OPEN-TEST-01" TO PAR-NAME                            SQ2254.2
