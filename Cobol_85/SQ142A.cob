029700     "SQ142A".                                                    SQ1424.2
029800*                                                                 SQ1424.2
029900*                                                                 SQ1424.2
029971     COPY CCVSIOK.                                                SQ1424.2
030000 PROCEDURE DIVISION.                                              SQ1424.2
030100 DECLARATIVES.                                                    SQ1424.2
030200 SQ142A-DECLARATIVE-001-SECT SECTION.                             SQ1424.2
060900     MOVE    9 TO DECL-EXEC-SW                                    SQ1424.2
061000     MOVE   "**" TO SQ-FS1-STATUS.                                SQ1424.2
061100 OPEN-TEST-01.                                                    SQ1424.2
061200     OPEN    INPUT SQ-FS1                                         SQ1424.2
061271     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1424.2
061272         SQ-FS1-STATUS CCVS-IOT-NOKEY                             SQ1424.2
061273         BY CONTENT "OPEN   SQ-FS1          S0001T ".             SQ1424.2
061300     MOVE   "OPEN-TEST-01" TO PAR-NAME.                           SQ1424.2
061400     MOVE    1 TO REC-CT.                                         SQ1424.2
061500     ADD     1 TO REC-CT.                                         SQ1424.2
