035000     "SQ124A".                                                    SQ1244.2
035100*                                                                 SQ1244.2
035200*                                                                 SQ1244.2
035271     COPY CCVSIOK.                                                SQ1244.2
035300 PROCEDURE DIVISION.                                              SQ1244.2
035400 CCVS1 SECTION.                                                   SQ1244.2
035500 OPEN-FILES.                                                      SQ1244.2
057000     MOVE   "*" TO DELETE-SW-1.                                   SQ1244.2
057100     GO TO   SEQ-DELETE-01-01.                                    SQ1244.2
057200 SEQ-TEST-OP-01.                                                  SQ1244.2
057300     OPEN    OUTPUT SQ-FS4                                        SQ1244.2
057371     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1244.2
057372         SQ-FS4-STATUS CCVS-IOT-NOKEY                             SQ1244.2
057373         BY CONTENT "OPEN   SQ-FS4          S0001T ".             SQ1244.2
057400*                                                                 SQ1244.2
057500*    CHECK I-O STATUS RETURNED FROM OPEN OUTPUT                   SQ1244.2
057600*                                                                 SQ1244.2
061200     GO TO   SEQ-DELETE-02-01.                                    SQ1244.2
061300 SEQ-TEST-WR-02.                                                  SQ1244.2
061400     MOVE    FILE-RECORD-INFO (1) TO SQ-FS4R1-F-G-120.            SQ1244.2
061500     WRITE   SQ-FS4R1-F-G-120                                     SQ1244.2
061571     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1244.2
061572         SQ-FS4-STATUS CCVS-IOT-NOKEY                             SQ1244.2
061573         BY CONTENT "WRITE  SQ-FS4          S0002T ".             SQ1244.2
061600*                                                                 SQ1244.2
061700*    CHECK I-O STATUS RETURNED FROM WRITE                         SQ1244.2
061800*                                                                 SQ1244.2
065200     MOVE   "*" TO DELETE-SW-2.                                   SQ1244.2
065300     GO TO   SEQ-DELETE-03-01.                                    SQ1244.2
065400 SEQ-TEST-CR-03.                                                  SQ1244.2
065500     CLOSE   SQ-FS4 UNIT                                          SQ1244.2
065571     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1244.2
065572         SQ-FS4-STATUS CCVS-IOT-NOKEY                             SQ1244.2
065573         BY CONTENT "CLOSE  SQ-FS4          S0003T ".             SQ1244.2
065600*                                                                 SQ1244.2
065700*    CHECK I-O STATUS RETURNED FROM CLOSE REEL                    SQ1244.2
065800*                                                                 SQ1244.2
069400     GO TO   SEQ-DELETE-04-01.                                    SQ1244.2
069500 SEQ-TEST-WR-04.                                                  SQ1244.2
069600     MOVE    FILE-RECORD-INFO (1) TO SQ-FS4R1-F-G-120.            SQ1244.2
069700     WRITE   SQ-FS4R1-F-G-120                                     SQ1244.2
069771     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1244.2
069772         SQ-FS4-STATUS CCVS-IOT-NOKEY                             SQ1244.2
069773         BY CONTENT "WRITE  SQ-FS4          S0004T ".             SQ1244.2
069800*                                                                 SQ1244.2
069900*    CHECK I-O STATUS RETURNED FROM WRITE                         SQ1244.2
070000*                                                                 SQ1244.2
073400     MOVE   "*" TO DELETE-SW-2.                                   SQ1244.2
073500     GO TO   SEQ-DELETE-05-01.                                    SQ1244.2
073600 SEQ-TEST-CL-05.                                                  SQ1244.2
073700     CLOSE   SQ-FS4                                               SQ1244.2
073771     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1244.2
073772         SQ-FS4-STATUS CCVS-IOT-NOKEY                             SQ1244.2
073773         BY CONTENT "CLOSE  SQ-FS4          S0005T ".             SQ1244.2
073800*                                                                 SQ1244.2
073900*    CHECK I-O STATUS RETURNED FROM CLOSE                         SQ1244.2
074000*                                                                 SQ1244.2
077600     MOVE   "*" TO DELETE-SW-2.                                   SQ1244.2
077700     GO TO   SEQ-DELETE-06-01.                                    SQ1244.2
077800 SEQ-TEST-OP-06.                                                  SQ1244.2
077900     OPEN    INPUT SQ-FS4                                         SQ1244.2
077971     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1244.2
077972         SQ-FS4-STATUS CCVS-IOT-NOKEY                             SQ1244.2
077973         BY CONTENT "OPEN   SQ-FS4          S0006T ".             SQ1244.2
078000     MOVE    SPACE TO SQ-FS4R1-F-G-120.                           SQ1244.2
078100*                                                                 SQ1244.2
078200*    CHECK I-O STATUS RETURNED FROM OPEN                          SQ1244.2
081900     MOVE   "*" TO DELETE-SW-3.                                   SQ1244.2
082000     GO TO   SEQ-DELETE-07-01.                                    SQ1244.2
082100 SEQ-TEST-CU-07.                                                  SQ1244.2
082200     CLOSE   SQ-FS4 UNIT                                          SQ1244.2
082271     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1244.2
082272         SQ-FS4-STATUS CCVS-IOT-NOKEY                             SQ1244.2
082273         BY CONTENT "CLOSE  SQ-FS4          S0007T ".             SQ1244.2
082300*                                                                 SQ1244.2
082400*    CHECK I-O STATUS RETURNED FROM CLOSE REEL                    SQ1244.2
082500*                                                                 SQ1244.2
086300     GO TO   SEQ-DELETE-08-01.                                    SQ1244.2
086400 SEQ-TEST-RD-08.                                                  SQ1244.2
086500     MOVE    SPACE TO SQ-FS4R1-F-G-120.                           SQ1244.2
086571     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1244.2
086572         SQ-FS4-STATUS CCVS-IOT-NOKEY                             SQ1244.2
086573         BY CONTENT "READ   SQ-FS4          S0008B "              SQ1244.2
086600     READ    SQ-FS4                                               SQ1244.2
086700     AT END                                                       SQ1244.2
086771         CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                SQ1244.2
086772             SQ-FS4-STATUS CCVS-IOT-NOKEY                         SQ1244.2
086773             BY CONTENT "READ   SQ-FS4          S0008P "          SQ1244.2
086800         MOVE   "EXECUTED" TO AT-END-SW                           SQ1244.2
086900     NOT END                                                      SQ1244.2
086971         CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                SQ1244.2
086972             SQ-FS4-STATUS CCVS-IOT-NOKEY                         SQ1244.2
086973             BY CONTENT "READ   SQ-FS4          S0008P "          SQ1244.2
087000         MOVE   "EXECUTED" TO NOT-END-SW.                         SQ1244.2
087071     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1244.2
087072         SQ-FS4-STATUS CCVS-IOT-NOKEY                             SQ1244.2
087073         BY CONTENT "READ   SQ-FS4          S0008T ".             SQ1244.2
087100*                                                                 SQ1244.2
087200*    CHECK I-O STATUS RETURNED FROM READ                          SQ1244.2
087300*                                                                 SQ1244.2
097100     GO TO   SEQ-DELETE-09-01.                                    SQ1244.2
097200 SEQ-TEST-RD-09.                                                  SQ1244.2
097300     MOVE    SPACE TO SQ-FS4R1-F-G-120.                           SQ1244.2
097371     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1244.2
097372         SQ-FS4-STATUS CCVS-IOT-NOKEY                             SQ1244.2
097373         BY CONTENT "READ   SQ-FS4          S0009B "              SQ1244.2
097400     READ    SQ-FS4                                               SQ1244.2
097500     END                                                          SQ1244.2
097571         CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                SQ1244.2
097572             SQ-FS4-STATUS CCVS-IOT-NOKEY                         SQ1244.2
097573             BY CONTENT "READ   SQ-FS4          S0009P "          SQ1244.2
097600          MOVE   "EXECUTED" TO AT-END-SW                          SQ1244.2
097700     NOT AT END                                                   SQ1244.2
097771         CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                SQ1244.2
097772             SQ-FS4-STATUS CCVS-IOT-NOKEY                         SQ1244.2
097773             BY CONTENT "READ   SQ-FS4          S0009P "          SQ1244.2
097800          MOVE   "EXECUTED" TO NOT-END-SW.                        SQ1244.2
097871     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1244.2
097872         SQ-FS4-STATUS CCVS-IOT-NOKEY                             SQ1244.2
097873         BY CONTENT "READ   SQ-FS4          S0009T ".             SQ1244.2
097900*                                                                 SQ1244.2
098000*    CHECK I-O STATUS RETURNED FROM READ                          SQ1244.2
098100*                                                                 SQ1244.2
107900     GO TO   SEQ-DELETE-10-01.                                    SQ1244.2
108000 SEQ-TEST-RD-10.                                                  SQ1244.2
108100     MOVE    SPACE TO SQ-FS4R1-F-G-120.                           SQ1244.2
108171     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1244.2
108172         SQ-FS4-STATUS CCVS-IOT-NOKEY                             SQ1244.2
108173         BY CONTENT "READ   SQ-FS4          S0010B "              SQ1244.2
108200     READ    SQ-FS4                                               SQ1244.2
108300     END                                                          SQ1244.2
108371         CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                SQ1244.2
108372             SQ-FS4-STATUS CCVS-IOT-NOKEY                         SQ1244.2
108373             BY CONTENT "READ   SQ-FS4          S0010P "          SQ1244.2
108400          MOVE   "EXECUTED" TO AT-END-SW                          SQ1244.2
108500     NOT AT END                                                   SQ1244.2
108571         CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                SQ1244.2
108572             SQ-FS4-STATUS CCVS-IOT-NOKEY                         SQ1244.2
108573             BY CONTENT "READ   SQ-FS4          S0010P "          SQ1244.2
108600          MOVE   "EXECUTED" TO NOT-END-SW.                        SQ1244.2
108671     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1244.2
108672         SQ-FS4-STATUS CCVS-IOT-NOKEY                             SQ1244.2
108673         BY CONTENT "READ   SQ-FS4          S0010T ".             SQ1244.2
108700*                                                                 SQ1244.2
108800*    CHECK I-O STATUS RETURNED FROM READ                          SQ1244.2
108900*                                                                 SQ1244.2
116400     MOVE   "*" TO DELETE-SW-3.                                   SQ1244.2
116500     GO TO   SEQ-DELETE-11-01.                                    SQ1244.2
116600 SEQ-TEST-CL-11.                                                  SQ1244.2
116700     CLOSE   SQ-FS4                                               SQ1244.2
116771     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1244.2
116772         SQ-FS4-STATUS CCVS-IOT-NOKEY                             SQ1244.2
116773         BY CONTENT "CLOSE  SQ-FS4          S0011T ".             SQ1244.2
116800*                                                                 SQ1244.2
116900*    CHECK I-O STATUS RETURNED FROM CLOSE                         SQ1244.2
117000*                                                                 SQ1244.2
