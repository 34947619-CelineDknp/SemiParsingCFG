035400     "SQ106A".                                                    SQ1064.2
035500*                                                                 SQ1064.2
035600*                                                                 SQ1064.2
035671     COPY CCVSIOK.                                                SQ1064.2
035700 PROCEDURE DIVISION.                                              SQ1064.2
035800 CCVS1 SECTION.                                                   SQ1064.2
035900 OPEN-FILES.                                                      SQ1064.2
057300     MOVE   "*" TO DELETE-SW-1.                                   SQ1064.2
057400     GO TO   SEQ-DELETE-01-01.                                    SQ1064.2
057500 SEQ-TEST-GF-01.                                                  SQ1064.2
057600     OPEN OUTPUT SQ-VS6                                           SQ1064.2
057671     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1064.2
057672         SQ-STATUS CCVS-IOT-NOKEY                                 SQ1064.2
057673         BY CONTENT "OPEN   SQ-VS6          S0001T ".             SQ1064.2
057700     GO TO   SEQ-TEST-GF-01-01.                                   SQ1064.2
057800 SEQ-DELETE-01-01.                                                SQ1064.2
057900     PERFORM DE-LETE.                                             SQ1064.2
061600 SEQ-TEST-WR-02.                                                  SQ1064.2
061700     MOVE    FILE-RECORD-INFO-P1-120 (1) TO SQ-VS6R2-FIRST.       SQ1064.2
061800     MOVE    BUFFER-COPY-SECOND TO SQ-VS6R2-SECOND.               SQ1064.2
061900     WRITE   SQ-VS6R1-M-G-120                                     SQ1064.2
061971     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1064.2
061972         SQ-STATUS CCVS-IOT-NOKEY                                 SQ1064.2
061973         BY CONTENT "WRITE  SQ-VS6          S0002T ".             SQ1064.2
062000     GO TO   SEQ-TEST-WR-02-01.                                   SQ1064.2
062100 SEQ-DELETE-02-01.                                                SQ1064.2
062200     PERFORM DE-LETE.                                             SQ1064.2
065200 SEQ-TEST-WR-03.                                                  SQ1064.2
065300     MOVE    FILE-RECORD-INFO-P1-120 (1) TO SQ-VS6R2-FIRST.       SQ1064.2
065400     MOVE    BUFFER-COPY-SECOND TO SQ-VS6R2-SECOND.               SQ1064.2
065500     WRITE   SQ-VS6R2-M-G-151                                     SQ1064.2
065571     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1064.2
065572         SQ-STATUS CCVS-IOT-NOKEY                                 SQ1064.2
065573         BY CONTENT "WRITE  SQ-VS6          S0003T ".             SQ1064.2
065600     GO TO   SEQ-TEST-WR-03-01.                                   SQ1064.2
065700 SEQ-DELETE-03-01.                                                SQ1064.2
065800     PERFORM DE-LETE.                                             SQ1064.2
068900     GO TO   SEQ-DELETE-04-01.                                    SQ1064.2
069000 SEQ-TEST-WR-04.                                                  SQ1064.2
069100     MOVE    FILE-RECORD-INFO-P1-120 (1) TO BUFFER-COPY-120.      SQ1064.2
069200     WRITE   SQ-VS6R1-M-G-120 FROM BUFFER-COPY                    SQ1064.2
069271     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1064.2
069272         SQ-STATUS CCVS-IOT-NOKEY                                 SQ1064.2
069273         BY CONTENT "WRITE  SQ-VS6          S0004T ".             SQ1064.2
069300     GO TO   SEQ-TEST-WR-04-01.                                   SQ1064.2
069400 SEQ-DELETE-04-01.                                                SQ1064.2
069500     PERFORM DE-LETE.                                             SQ1064.2
072600     GO TO   SEQ-DELETE-05-01.                                    SQ1064.2
072700 SEQ-TEST-WR-05.                                                  SQ1064.2
072800     MOVE    FILE-RECORD-INFO-P1-120 (1) TO BUFFER-COPY-120.      SQ1064.2
072900     WRITE   SQ-VS6R1-M-G-120 FROM BUFFER-COPY                    SQ1064.2
072971     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1064.2
072972         SQ-STATUS CCVS-IOT-NOKEY                                 SQ1064.2
072973         BY CONTENT "WRITE  SQ-VS6          S0005T ".             SQ1064.2
073000     GO TO   SEQ-TEST-WR-05-01.                                   SQ1064.2
073100 SEQ-DELETE-05-01.                                                SQ1064.2
073200     PERFORM DE-LETE.                                             SQ1064.2
076200     GO TO   SEQ-DELETE-06-01.                                    SQ1064.2
076300 SEQ-TEST-WR-06.                                                  SQ1064.2
076400     MOVE    FILE-RECORD-INFO-P1-120 (1) TO BUFFER-COPY-120.      SQ1064.2
076500     WRITE   SQ-VS6R2-M-G-151 FROM BUFFER-COPY                    SQ1064.2
076571     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1064.2
076572         SQ-STATUS CCVS-IOT-NOKEY                                 SQ1064.2
076573         BY CONTENT "WRITE  SQ-VS6          S0006T ".             SQ1064.2
076600     GO TO   SEQ-TEST-WR-06-01.                                   SQ1064.2
076700 SEQ-DELETE-06-01.                                                SQ1064.2
076800     PERFORM DE-LETE.                                             SQ1064.2
079900     GO TO   SEQ-DELETE-07-01.                                    SQ1064.2
080000 SEQ-TEST-WR-07.                                                  SQ1064.2
080100     MOVE    FILE-RECORD-INFO-P1-120 (1) TO BUFFER-COPY-120.      SQ1064.2
080200     WRITE   SQ-VS6R1-M-G-120 FROM BUFFER-COPY                    SQ1064.2
080271     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1064.2
080272         SQ-STATUS CCVS-IOT-NOKEY                                 SQ1064.2
080273         BY CONTENT "WRITE  SQ-VS6          S0007T ".             SQ1064.2
080300     GO TO   SEQ-TEST-WR-07-01.                                   SQ1064.2
080400 SEQ-DELETE-07-01.                                                SQ1064.2
080500     PERFORM DE-LETE.                                             SQ1064.2
083600     GO TO   SEQ-DELETE-08-01.                                    SQ1064.2
083700 SEQ-TEST-WR-08.                                                  SQ1064.2
083800     MOVE    FILE-RECORD-INFO-P1-120 (1) TO BUFFER-COPY-120.      SQ1064.2
083900     WRITE   SQ-VS6R2-M-G-151 FROM BUFFER-COPY                    SQ1064.2
083971     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1064.2
083972         SQ-STATUS CCVS-IOT-NOKEY                                 SQ1064.2
083973         BY CONTENT "WRITE  SQ-VS6          S0008T ".             SQ1064.2
084000     GO TO   SEQ-TEST-WR-08-01.                                   SQ1064.2
084100 SEQ-DELETE-08-01.                                                SQ1064.2
084200     PERFORM DE-LETE.                                             SQ1064.2
087300     GO TO   SEQ-DELETE-09-01.                                    SQ1064.2
087400 SEQ-TEST-WR-09.                                                  SQ1064.2
087500     MOVE    FILE-RECORD-INFO-P1-120 (1) TO BUFFER-COPY-120.      SQ1064.2
087600     WRITE   SQ-VS6R2-M-G-151 FROM BUFFER-COPY                    SQ1064.2
087671     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1064.2
087672         SQ-STATUS CCVS-IOT-NOKEY                                 SQ1064.2
087673         BY CONTENT "WRITE  SQ-VS6          S0009T ".             SQ1064.2
087700     GO TO   SEQ-TEST-WR-09-01.                                   SQ1064.2
087800 SEQ-DELETE-09-01.                                                SQ1064.2
087900     PERFORM DE-LETE.                                             SQ1064.2
091000 SEQ-TEST-WR-10.                                                  SQ1064.2
091100     MOVE    FILE-RECORD-INFO-P1-120 (1) TO SQ-VS6R2-FIRST.       SQ1064.2
091200     MOVE    BUFFER-COPY-SECOND TO SQ-VS6R2-SECOND.               SQ1064.2
091300     WRITE   SQ-VS6R2-M-G-151                                     SQ1064.2
091371     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1064.2
091372         SQ-STATUS CCVS-IOT-NOKEY                                 SQ1064.2
091373         BY CONTENT "WRITE  SQ-VS6          S0010T ".             SQ1064.2
091400     GO TO   SEQ-TEST-WR-10-01.                                   SQ1064.2
091500 SEQ-DELETE-10-01.                                                SQ1064.2
091600     PERFORM DE-LETE.                                             SQ1064.2
094700 SEQ-TEST-WR-11.                                                  SQ1064.2
094800     MOVE    FILE-RECORD-INFO-P1-120 (1) TO SQ-VS6R2-FIRST.       SQ1064.2
094900     MOVE    BUFFER-COPY-SECOND TO SQ-VS6R2-SECOND.               SQ1064.2
095000     WRITE   SQ-VS6R1-M-G-120                                     SQ1064.2
095071     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1064.2
095072         SQ-STATUS CCVS-IOT-NOKEY                                 SQ1064.2
095073         BY CONTENT "WRITE  SQ-VS6          S0011T ".             SQ1064.2
095100     GO TO   SEQ-TEST-WR-11-01.                                   SQ1064.2
095200 SEQ-DELETE-11-01.                                                SQ1064.2
095300     PERFORM DE-LETE.                                             SQ1064.2
098300 SEQ-TEST-WR-12.                                                  SQ1064.2
098400     MOVE    FILE-RECORD-INFO-P1-120 (1) TO SQ-VS6R2-FIRST.       SQ1064.2
098500     MOVE    BUFFER-COPY-SECOND TO SQ-VS6R2-SECOND.               SQ1064.2
098600     WRITE   SQ-VS6R1-M-G-120                                     SQ1064.2
098671     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1064.2
098672         SQ-STATUS CCVS-IOT-NOKEY                                 SQ1064.2
098673         BY CONTENT "WRITE  SQ-VS6          S0012T ".             SQ1064.2
098700     GO TO   SEQ-TEST-WR-12-01.                                   SQ1064.2
098800 SEQ-DELETE-12-01.                                                SQ1064.2
098900     PERFORM DE-LETE.                                             SQ1064.2
101400 SEQ-DELETE-13.                                                   SQ1064.2
101500     GO TO   SEQ-DELETE-13-01.                                    SQ1064.2
101600 SEQ-TEST-WR-13.                                                  SQ1064.2
101700     CLOSE   SQ-VS6                                               SQ1064.2
101771     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1064.2
101772         SQ-STATUS CCVS-IOT-NOKEY                                 SQ1064.2
101773         BY CONTENT "CLOSE  SQ-VS6          S0013T ".             SQ1064.2
101800     GO TO   SEQ-TEST-WR-13-01.                                   SQ1064.2
101900 SEQ-DELETE-13-01.                                                SQ1064.2
102000     PERFORM DE-LETE.                                             SQ1064.2
105100     MOVE   "*" TO DELETE-SW-1.                                   SQ1064.2
105200     GO TO   SEQ-DELETE-14-01.                                    SQ1064.2
105300 SEQ-TEST-GF-14.                                                  SQ1064.2
105400     OPEN INPUT SQ-VS6                                            SQ1064.2
105471     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1064.2
105472         SQ-STATUS CCVS-IOT-NOKEY                                 SQ1064.2
105473         BY CONTENT "OPEN   SQ-VS6          S0014T ".             SQ1064.2
105500     GO TO   SEQ-TEST-GF-14-01.                                   SQ1064.2
105600 SEQ-DELETE-14-01.                                                SQ1064.2
105700     PERFORM DE-LETE.                                             SQ1064.2
109600*    EXECUTE THE READ STATEMENT                                   SQ1064.2
109700*                                                                 SQ1064.2
109800 SEQ-TEST-RD-15.                                                  SQ1064.2
109871     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1064.2
109872         SQ-STATUS CCVS-IOT-NOKEY                                 SQ1064.2
109873         BY CONTENT "READ   SQ-VS6          S0015B "              SQ1064.2
109900     READ    SQ-VS6 AT END                                        SQ1064.2
109971         CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                SQ1064.2
109972             SQ-STATUS CCVS-IOT-NOKEY                             SQ1064.2
109973             BY CONTENT "READ   SQ-VS6          S0015P "          SQ1064.2
110000                MOVE    "EXECUTED" TO EOF-FLAG.                   SQ1064.2
110071     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1064.2
110072         SQ-STATUS CCVS-IOT-NOKEY                                 SQ1064.2
110073         BY CONTENT "READ   SQ-VS6          S0015T ".             SQ1064.2
110100     MOVE    SQ-VS6R1-M-G-120 TO FILE-RECORD-INFO-P1-120 (2).     SQ1064.2
110200     GO TO   SEQ-TEST-RD-15-01.                                   SQ1064.2
110300*                                                                 SQ1064.2
120000*   EXECUTE THE READ STATEMENT                                    SQ1064.2
120100*                                                                 SQ1064.2
120200 SEQ-TEST-RD-16.                                                  SQ1064.2
120271     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1064.2
120272         SQ-STATUS CCVS-IOT-NOKEY                                 SQ1064.2
120273         BY CONTENT "READ   SQ-VS6          S0016B "              SQ1064.2
120300     READ    SQ-VS6 END                                           SQ1064.2
120371         CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                SQ1064.2
120372             SQ-STATUS CCVS-IOT-NOKEY                             SQ1064.2
120373             BY CONTENT "READ   SQ-VS6          S0016P "          SQ1064.2
120400                MOVE   "EXECUTED" TO EOF-FLAG.                    SQ1064.2
120471     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1064.2
120472         SQ-STATUS CCVS-IOT-NOKEY                                 SQ1064.2
120473         BY CONTENT "READ   SQ-VS6          S0016T ".             SQ1064.2
120500     MOVE    SQ-VS6R1-M-G-120 TO FILE-RECORD-INFO-P1-120 (2).     SQ1064.2
120600     GO TO   SEQ-TEST-RD-16-01.                                   SQ1064.2
120700 SEQ-DELETE-16-01.                                                SQ1064.2
130500*    EXECUTE THE READ STATEMENT                                   SQ1064.2
130600*                                                                 SQ1064.2
130700 SEQ-TEST-RD-17.                                                  SQ1064.2
130771     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1064.2
130772         SQ-STATUS CCVS-IOT-NOKEY                                 SQ1064.2
130773         BY CONTENT "READ   SQ-VS6          S0017B "              SQ1064.2
130800     READ    SQ-VS6                                               SQ1064.2
130900        AT END                                                    SQ1064.2
130971            CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME             SQ1064.2
130972                SQ-STATUS CCVS-IOT-NOKEY                          SQ1064.2
130973                BY CONTENT "READ   SQ-VS6          S0017P "       SQ1064.2
131000                MOVE   "EXECUTED" TO EOF-FLAG                     SQ1064.2
131100        NOT AT END                                                SQ1064.2
131171            CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME             SQ1064.2
131172                SQ-STATUS CCVS-IOT-NOKEY                          SQ1064.2
131173                BY CONTENT "READ   SQ-VS6          S0017P "       SQ1064.2
131200                MOVE   "EXECUTED" TO NOT-EOF-FLAG.                SQ1064.2
131271     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1064.2
131272         SQ-STATUS CCVS-IOT-NOKEY                                 SQ1064.2
131273         BY CONTENT "READ   SQ-VS6          S0017T ".             SQ1064.2
131300     MOVE    SQ-VS6R1-M-G-120 TO FILE-RECORD-INFO-P1-120 (2).     SQ1064.2
131400     GO TO   SEQ-TEST-RD-17-01.                                   SQ1064.2
131500*                                                                 SQ1064.2
143300*    EXECUTE THE READ STATEMENT                                   SQ1064.2
143400*                                                                 SQ1064.2
143500 SEQ-TEST-RD-18.                                                  SQ1064.2
143571     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1064.2
143572         SQ-STATUS CCVS-IOT-NOKEY                                 SQ1064.2
143573         BY CONTENT "READ   SQ-VS6          S0018B "              SQ1064.2
143600     READ    SQ-VS6                                               SQ1064.2
143700        END                                                       SQ1064.2
143771            CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME             SQ1064.2
143772                SQ-STATUS CCVS-IOT-NOKEY                          SQ1064.2
143773                BY CONTENT "READ   SQ-VS6          S0018P "       SQ1064.2
143800                MOVE   "EXECUTED" TO EOF-FLAG                     SQ1064.2
143900        NOT AT END                                                SQ1064.2
143971            CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME             SQ1064.2
143972                SQ-STATUS CCVS-IOT-NOKEY                          SQ1064.2
143973                BY CONTENT "READ   SQ-VS6          S0018P "       SQ1064.2
144000                MOVE   "EXECUTED" TO NOT-EOF-FLAG.                SQ1064.2
144071     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1064.2
144072         SQ-STATUS CCVS-IOT-NOKEY                                 SQ1064.2
144073         BY CONTENT "READ   SQ-VS6          S0018T ".             SQ1064.2
144100     MOVE    SQ-VS6R1-M-G-120 TO FILE-RECORD-INFO-P1-120 (2).     SQ1064.2
144200     GO TO   SEQ-TEST-RD-18-01.                                   SQ1064.2
144300*                                                                 SQ1064.2
156100*   EXECUTE THE READ STATEMENT                                    SQ1064.2
156200*                                                                 SQ1064.2
156300 SEQ-TEST-RD-19.                                                  SQ1064.2
156371     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1064.2
156372         SQ-STATUS CCVS-IOT-NOKEY                                 SQ1064.2
156373         BY CONTENT "READ   SQ-VS6          S0019B "              SQ1064.2
156400     READ    SQ-VS6                                               SQ1064.2
156500        AT END                                                    SQ1064.2
156571            CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME             SQ1064.2
156572                SQ-STATUS CCVS-IOT-NOKEY                          SQ1064.2
156573                BY CONTENT "READ   SQ-VS6          S0019P "       SQ1064.2
156600                MOVE   "EXECUTED" TO EOF-FLAG                     SQ1064.2
156700        NOT END                                                   SQ1064.2
156771            CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME             SQ1064.2
156772                SQ-STATUS CCVS-IOT-NOKEY                          SQ1064.2
156773                BY CONTENT "READ   SQ-VS6          S0019P "       SQ1064.2
156800                MOVE   "EXECUTED" TO NOT-EOF-FLAG.                SQ1064.2
156871     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1064.2
156872         SQ-STATUS CCVS-IOT-NOKEY                                 SQ1064.2
156873         BY CONTENT "READ   SQ-VS6          S0019T ".             SQ1064.2
156900     MOVE    SQ-VS6R1-M-G-120 TO FILE-RECORD-INFO-P1-120 (2).     SQ1064.2
157000     GO TO   SEQ-TEST-RD-19-01.                                   SQ1064.2
157100 SEQ-DELETE-19-01.                                                SQ1064.2
168900*    EXECUTE THE READ STATEMENT                                   SQ1064.2
169000*                                                                 SQ1064.2
169100 SEQ-TEST-RD-20.                                                  SQ1064.2
169171     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1064.2
169172         SQ-STATUS CCVS-IOT-NOKEY                                 SQ1064.2
169173         BY CONTENT "READ   SQ-VS6          S0020B "              SQ1064.2
169200     READ    SQ-VS6                                               SQ1064.2
169300        END                                                       SQ1064.2
169371            CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME             SQ1064.2
169372                SQ-STATUS CCVS-IOT-NOKEY                          SQ1064.2
169373                BY CONTENT "READ   SQ-VS6          S0020P "       SQ1064.2
169400                MOVE   "EXECUTED" TO EOF-FLAG                     SQ1064.2
169500        NOT END                                                   SQ1064.2
169571            CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME             SQ1064.2
169572                SQ-STATUS CCVS-IOT-NOKEY                          SQ1064.2
169573                BY CONTENT "READ   SQ-VS6          S0020P "       SQ1064.2
169600                MOVE   "EXECUTED" TO NOT-EOF-FLAG.                SQ1064.2
169671     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1064.2
169672         SQ-STATUS CCVS-IOT-NOKEY                                 SQ1064.2
169673         BY CONTENT "READ   SQ-VS6          S0020T ".             SQ1064.2
169700     MOVE    SQ-VS6R1-M-G-120 TO FILE-RECORD-INFO-P1-120 (2).     SQ1064.2
169800     GO TO   SEQ-TEST-RD-20-01.                                   SQ1064.2
169900*                                                                 SQ1064.2
181900*   EXECUTE THE READ STATEMENT                                    SQ1064.2
182000*                                                                 SQ1064.2
182100 SEQ-TEST-RD-21.                                                  SQ1064.2
182171     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1064.2
182172         SQ-STATUS CCVS-IOT-NOKEY                                 SQ1064.2
182173         BY CONTENT "READ   SQ-VS6          S0021B "              SQ1064.2
182200     READ    SQ-VS6                                               SQ1064.2
182300        AT END                                                    SQ1064.2
182371            CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME             SQ1064.2
182372                SQ-STATUS CCVS-IOT-NOKEY                          SQ1064.2
182373                BY CONTENT "READ   SQ-VS6          S0021P "       SQ1064.2
182400                MOVE   "EXECUTED" TO EOF-FLAG                     SQ1064.2
182500     END-READ                                                     SQ1064.2
182571     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1064.2
182572         SQ-STATUS CCVS-IOT-NOKEY                                 SQ1064.2
182573         BY CONTENT "READ   SQ-VS6          S0021T "              SQ1064.2
182600     MOVE   "EXECUTED" TO END-READ-FLAG.                          SQ1064.2
182700     MOVE    SQ-VS6R1-M-G-120 TO FILE-RECORD-INFO-P1-120 (2).     SQ1064.2
182800     GO TO   SEQ-TEST-RD-21-01.                                   SQ1064.2
194900*   EXECUTE THE READ STATEMENT                                    SQ1064.2
195000*                                                                 SQ1064.2
195100 SEQ-TEST-RD-22.                                                  SQ1064.2
195171     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1064.2
195172         SQ-STATUS CCVS-IOT-NOKEY                                 SQ1064.2
195173         BY CONTENT "READ   SQ-VS6          S0022B "              SQ1064.2
195200     READ    SQ-VS6                                               SQ1064.2
195300        END                                                       SQ1064.2
195371            CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME             SQ1064.2
195372                SQ-STATUS CCVS-IOT-NOKEY                          SQ1064.2
195373                BY CONTENT "READ   SQ-VS6          S0022P "       SQ1064.2
195400                MOVE   "EXECUTED" TO EOF-FLAG                     SQ1064.2
195500     END-READ                                                     SQ1064.2
195571     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1064.2
195572         SQ-STATUS CCVS-IOT-NOKEY                                 SQ1064.2
195573         BY CONTENT "READ   SQ-VS6          S0022T "              SQ1064.2
195600     MOVE   "EXECUTED" TO END-READ-FLAG.                          SQ1064.2
195700     MOVE    SQ-VS6R1-M-G-120 TO FILE-RECORD-INFO-P1-120 (2).     SQ1064.2
195800     GO TO   SEQ-TEST-RD-22-01.                                   SQ1064.2
207900*   EXECUTE THE READ STATEMENT                                    SQ1064.2
208000*                                                                 SQ1064.2
208100 SEQ-TEST-RD-23.                                                  SQ1064.2
208171     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1064.2
208172         SQ-STATUS CCVS-IOT-NOKEY                                 SQ1064.2
208173         BY CONTENT "READ   SQ-VS6          S0023B "              SQ1064.2
208200     READ    SQ-VS6                                               SQ1064.2
208300        AT END                                                    SQ1064.2
208371            CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME             SQ1064.2
208372                SQ-STATUS CCVS-IOT-NOKEY                          SQ1064.2
208373                BY CONTENT "READ   SQ-VS6          S0023P "       SQ1064.2
208400                MOVE   "EXECUTED" TO EOF-FLAG                     SQ1064.2
208500        NOT AT END                                                SQ1064.2
208571            CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME             SQ1064.2
208572                SQ-STATUS CCVS-IOT-NOKEY                          SQ1064.2
208573                BY CONTENT "READ   SQ-VS6          S0023P "       SQ1064.2
208600                MOVE   "EXECUTED" TO NOT-EOF-FLAG                 SQ1064.2
208700     END-READ                                                     SQ1064.2
208771     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1064.2
208772         SQ-STATUS CCVS-IOT-NOKEY                                 SQ1064.2
208773         BY CONTENT "READ   SQ-VS6          S0023T "              SQ1064.2
208800     MOVE   "EXECUTED" TO END-READ-FLAG.                          SQ1064.2
208900     MOVE    SQ-VS6R1-M-G-120 TO FILE-RECORD-INFO-P1-120 (2).     SQ1064.2
209000     GO TO   SEQ-TEST-RD-23-01.                                   SQ1064.2
223100*    EXECUTE THE READ STATEMENT                                   SQ1064.2
223200*                                                                 SQ1064.2
223300 SEQ-TEST-RD-24.                                                  SQ1064.2
223371     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1064.2
223372         SQ-STATUS CCVS-IOT-NOKEY                                 SQ1064.2
223373         BY CONTENT "READ   SQ-VS6          S0024B "              SQ1064.2
223400     READ    SQ-VS6                                               SQ1064.2
223500        END                                                       SQ1064.2
223571            CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME             SQ1064.2
223572                SQ-STATUS CCVS-IOT-NOKEY                          SQ1064.2
223573                BY CONTENT "READ   SQ-VS6          S0024P "       SQ1064.2
223600                MOVE   "EXECUTED" TO EOF-FLAG                     SQ1064.2
223700        NOT AT END                                                SQ1064.2
223771            CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME             SQ1064.2
223772                SQ-STATUS CCVS-IOT-NOKEY                          SQ1064.2
223773                BY CONTENT "READ   SQ-VS6          S0024P "       SQ1064.2
223800                MOVE   "EXECUTED" TO NOT-EOF-FLAG                 SQ1064.2
223900     END-READ                                                     SQ1064.2
223971     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1064.2
223972         SQ-STATUS CCVS-IOT-NOKEY                                 SQ1064.2
223973         BY CONTENT "READ   SQ-VS6          S0024T "              SQ1064.2
224000     MOVE   "EXECUTED" TO END-READ-FLAG.                          SQ1064.2
224100     MOVE    SQ-VS6R1-M-G-120 TO FILE-RECORD-INFO-P1-120 (2).     SQ1064.2
224200     GO TO   SEQ-TEST-RD-24-01.                                   SQ1064.2
238400*    EXECUTE THE READ STATEMENT                                   SQ1064.2
238500*                                                                 SQ1064.2
238600 SEQ-TEST-RD-25.                                                  SQ1064.2
238671     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1064.2
238672         SQ-STATUS CCVS-IOT-NOKEY                                 SQ1064.2
238673         BY CONTENT "READ   SQ-VS6          S0025B "              SQ1064.2
238700     READ    SQ-VS6                                               SQ1064.2
238800        AT END                                                    SQ1064.2
238871            CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME             SQ1064.2
238872                SQ-STATUS CCVS-IOT-NOKEY                          SQ1064.2
238873                BY CONTENT "READ   SQ-VS6          S0025P "       SQ1064.2
238900                MOVE   "EXECUTED" TO EOF-FLAG                     SQ1064.2
239000        NOT END                                                   SQ1064.2
239071            CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME             SQ1064.2
239072                SQ-STATUS CCVS-IOT-NOKEY                          SQ1064.2
239073                BY CONTENT "READ   SQ-VS6          S0025P "       SQ1064.2
239100                MOVE   "EXECUTED" TO NOT-EOF-FLAG                 SQ1064.2
239200     END-READ                                                     SQ1064.2
239271     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1064.2
239272         SQ-STATUS CCVS-IOT-NOKEY                                 SQ1064.2
239273         BY CONTENT "READ   SQ-VS6          S0025T "              SQ1064.2
239300     MOVE   "EXECUTED" TO END-READ-FLAG.                          SQ1064.2
239400     MOVE    SQ-VS6R1-M-G-120 TO FILE-RECORD-INFO-P1-120 (2).     SQ1064.2
239500     GO TO   SEQ-TEST-RD-25-01.                                   SQ1064.2
253300*    EXECUTE THE READ STATEMENT                                   SQ1064.2
253400*                                                                 SQ1064.2
253500 SEQ-TEST-RD-26.                                                  SQ1064.2
253571     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1064.2
253572         SQ-STATUS CCVS-IOT-NOKEY                                 SQ1064.2
253573         BY CONTENT "READ   SQ-VS6          S0026B "              SQ1064.2
253600     READ    SQ-VS6                                               SQ1064.2
253700        END                                                       SQ1064.2
253771            CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME             SQ1064.2
253772                SQ-STATUS CCVS-IOT-NOKEY                          SQ1064.2
253773                BY CONTENT "READ   SQ-VS6          S0026P "       SQ1064.2
253800                MOVE   "EXECUTED" TO EOF-FLAG                     SQ1064.2
253900        NOT END                                                   SQ1064.2
253971            CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME             SQ1064.2
253972                SQ-STATUS CCVS-IOT-NOKEY                          SQ1064.2
253973                BY CONTENT "READ   SQ-VS6          S0026P "       SQ1064.2
254000                MOVE   "EXECUTED" TO NOT-EOF-FLAG                 SQ1064.2
254100     END-READ                                                     SQ1064.2
254171     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1064.2
254172         SQ-STATUS CCVS-IOT-NOKEY                                 SQ1064.2
254173         BY CONTENT "READ   SQ-VS6          S0026T "              SQ1064.2
254200     MOVE   "EXECUTED" TO END-READ-FLAG.                          SQ1064.2
254300     MOVE    SQ-VS6R1-M-G-120 TO FILE-RECORD-INFO-P1-120 (2).     SQ1064.2
254400     GO TO   SEQ-TEST-RD-26-01.                                   SQ1064.2
263600 SEQ-DELETE-27.                                                   SQ1064.2
263700     GO TO   SEQ-DELETE-27-01.                                    SQ1064.2
263800 SEQ-TEST-CL-27.                                                  SQ1064.2
263900     CLOSE   SQ-VS6                                               SQ1064.2
263971     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1064.2
263972         SQ-STATUS CCVS-IOT-NOKEY                                 SQ1064.2
263973         BY CONTENT "CLOSE  SQ-VS6          S0027T ".             SQ1064.2
264000     GO TO   SEQ-TEST-CL-27-01.                                   SQ1064.2
264100 SEQ-DELETE-27-01.                                                SQ1064.2
264200     PERFORM DE-LETE.                                             SQ1064.2
