029900     "SQ129A".                                                    SQ1294.2
030000*                                                                 SQ1294.2
030100*                                                                 SQ1294.2
030171     COPY CCVSIOK.                                                SQ1294.2
030200 PROCEDURE DIVISION.                                              SQ1294.2
030300 DECLARATIVES.                                                    SQ1294.2
030400 SQ129A-DECLARATIVE-001-SECT SECTION.                             SQ1294.2
061900     MOVE    9 TO DECL-EXEC-SW                                    SQ1294.2
062000     MOVE   "**" TO SQ-FS1-STATUS.                                SQ1294.2
062100 OPEN-TEST-01.                                                    SQ1294.2
062200     OPEN    INPUT SQ-FS1                                         SQ1294.2
062271     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1294.2
062272         SQ-FS1-STATUS CCVS-IOT-NOKEY                             SQ1294.2
062273         BY CONTENT "OPEN   SQ-FS1          S0001T ".             SQ1294.2
062300 CCVS-EXIT SECTION.                                               SQ1294.2
062400 CCVS-999999.                                                     SQ1294.2
062500     GO TO   CLOSE-FILES.                                         SQ1294.2
