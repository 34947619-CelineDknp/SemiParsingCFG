005800     DYNAMIC WS-X021-FNAME                                        RL1074.2
005900             ORGANIZATION IS RELATIVE                             RL1074.2
006000             ACCESS  MODE IS RANDOM                               RL1074.2
006100              RELATIVE KEY ACTUAL-KEY-1                           RL1074.2
006171              FILE STATUS IS RL-FR7-STATUS.                       RL1074.2
006200     SELECT RL-FR8 ASSIGN TO                                      RL1074.2
006300     DYNAMIC WS-X022-FNAME                                        RL1074.2
006400             ORGANIZATION IS RELATIVE                             RL1074.2
006500             ACCESS  MODE IS RANDOM                               RL1074.2
006600              RELATIVE KEY IS ACTUAL-KEY-2                        RL1074.2
006671              FILE STATUS IS RL-FR8-STATUS.                       RL1074.2
006700 DATA DIVISION.                                                   RL1074.2
006800 FILE SECTION.                                                    RL1074.2
006900 FD  PRINT-FILE.                                                  RL1074.2
035011     COPY     CCVSSED.                                            RL1074.2
030100 01  CCVS-PGM-ID                     PIC X(9)   VALUE             RL1074.2
030200     "RL107A".                                                    RL1074.2
030271 01  RL-FR7-STATUS PIC XX VALUE SPACE.                            RL1074.2
030272 01  RL-FR8-STATUS PIC XX VALUE SPACE.                            RL1074.2
030273     COPY CCVSIOK.                                                RL1074.2
030300 PROCEDURE DIVISION.                                              RL1074.2
030400 CCVS1 SECTION.                                                   RL1074.2
030500 OPEN-FILES.                                                      RL1074.2
042800     MOVE  "OPEN OUTPUT RL-FR7" TO FEATURE.                       RL1074.2
042900     MOVE  "REL-TEST-001" TO PAR-NAME.                            RL1074.2
043000     PERFORM PRINT-DETAIL.                                        RL1074.2
043100     OPEN OUTPUT RL-FR7                                           RL1074.2
043171     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1074.2
043172         RL-FR7-STATUS CCVS-IOT-NOKEY                             RL1074.2
043173         BY CONTENT "OPEN   RL-FR7          R0001TF".             RL1074.2
043200 TEST-2.                                                          RL1074.2
043300     MOVE "OPEN OUTPUT RL-FR8" TO FEATURE.                        RL1074.2
043400     MOVE  "REL-TEST-002" TO PAR-NAME.                            RL1074.2
043500     PERFORM PRINT-DETAIL.                                        RL1074.2
043600     OPEN OUTPUT RL-FR8                                           RL1074.2
043671     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1074.2
043672         RL-FR8-STATUS CCVS-IOT-NOKEY                             RL1074.2
043673         BY CONTENT "OPEN   RL-FR8          R0002TF".             RL1074.2
043700 TEST-3-INIT.                                                     RL1074.2
043800     MOVE "WRITE RL-FR7" TO FEATURE.                              RL1074.2
043900     MOVE  "REL-TEST-003" TO PAR-NAME.                            RL1074.2
044400     ADD 1 TO ACTUAL-KEY-1.                                       RL1074.2
044500     IF RECORD-NUMXXX IS GREATER THAN 25 GO TO TEST-3-EXIT.       RL1074.2
044600     MOVE RECORD-SKELTON TO RAC-REC-1.                            RL1074.2
044671     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1074.2
044672         RL-FR7-STATUS CCVS-IOT-KEY                               RL1074.2
044673         BY CONTENT "WRITE  RL-FR7          R0003B "              RL1074.2
044700     WRITE RAC-REC-1 INVALID KEY                                  RL1074.2
044771         MOVE ACTUAL-KEY-1 TO CCVS-IOT-KEY                        RL1074.2
044772         CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                RL1074.2
044773             RL-FR7-STATUS CCVS-IOT-KEY                           RL1074.2
044774             BY CONTENT "WRITE  RL-FR7          R0003P "          RL1074.2
044775         PERFORM ERROR-INVALID-KEY.                               RL1074.2
044776     MOVE ACTUAL-KEY-1 TO CCVS-IOT-KEY                            RL1074.2
044777     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1074.2
044778         RL-FR7-STATUS CCVS-IOT-KEY                               RL1074.2
044779         BY CONTENT "WRITE  RL-FR7          R0003TE".             RL1074.2
044800     GO TO TEST-3.                                                RL1074.2
044900 TEST-3-EXIT.                                                     RL1074.2
045000     IF REC-CT IS EQUAL TO ZERO PERFORM PASS                      RL1074.2
045900     SUBTRACT 1 FROM ACTUAL-KEY-1.                                RL1074.2
046000     IF RECORD-NUMXXX IS LESS THAN 26 GO TO TEST-4-EXIT.          RL1074.2
046100     MOVE RECORD-SKELTON TO RAC-REC-1.                            RL1074.2
046171     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1074.2
046172         RL-FR7-STATUS CCVS-IOT-KEY                               RL1074.2
046173         BY CONTENT "WRITE  RL-FR7          R0004B "              RL1074.2
046200     WRITE RAC-REC-1 INVALID KEY                                  RL1074.2
046271         MOVE ACTUAL-KEY-1 TO CCVS-IOT-KEY                        RL1074.2
046272         CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                RL1074.2
046273             RL-FR7-STATUS CCVS-IOT-KEY                           RL1074.2
046274             BY CONTENT "WRITE  RL-FR7          R0004P "          RL1074.2
046275         PERFORM ERROR-INVALID-KEY.                               RL1074.2
046276     MOVE ACTUAL-KEY-1 TO CCVS-IOT-KEY                            RL1074.2
046277     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1074.2
046278         RL-FR7-STATUS CCVS-IOT-KEY                               RL1074.2
046279         BY CONTENT "WRITE  RL-FR7          R0004TE".             RL1074.2
046300     GO TO TEST-4.                                                RL1074.2
046400 TEST-4-EXIT.                                                     RL1074.2
046500     IF REC-CT IS EQUAL TO ZERO PERFORM PASS                      RL1074.2
047400     ADD 3 TO ACTUAL-KEY-1.                                       RL1074.2
047500     IF RECORD-NUMXXX IS GREATER THAN 125 GO TO TEST-5-EXIT.      RL1074.2
047600     MOVE RECORD-SKELTON TO RAC-REC-1.                            RL1074.2
047671     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1074.2
047672         RL-FR7-STATUS CCVS-IOT-KEY                               RL1074.2
047673         BY CONTENT "WRITE  RL-FR7          R0005B "              RL1074.2
047700     WRITE RAC-REC-1 INVALID KEY                                  RL1074.2
047771         MOVE ACTUAL-KEY-1 TO CCVS-IOT-KEY                        RL1074.2
047772         CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                RL1074.2
047773             RL-FR7-STATUS CCVS-IOT-KEY                           RL1074.2
047774             BY CONTENT "WRITE  RL-FR7          R0005P "          RL1074.2
047775         PERFORM ERROR-INVALID-KEY.                               RL1074.2
047776     MOVE ACTUAL-KEY-1 TO CCVS-IOT-KEY                            RL1074.2
047777     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1074.2
047778         RL-FR7-STATUS CCVS-IOT-KEY                               RL1074.2
047779         BY CONTENT "WRITE  RL-FR7          R0005TE".             RL1074.2
047800     GO TO TEST-5.                                                RL1074.2
047900 TEST-5-EXIT.                                                     RL1074.2
048000     IF REC-CT IS EQUAL TO ZERO PERFORM PASS                      RL1074.2
048900     ADD 3 TO ACTUAL-KEY-1.                                       RL1074.2
049000     IF RECORD-NUMXXX IS GREATER THAN 125 GO TO TEST-6-EXIT.      RL1074.2
049100     MOVE RECORD-SKELTON TO RAC-REC-1.                            RL1074.2
049171     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1074.2
049172         RL-FR7-STATUS CCVS-IOT-KEY                               RL1074.2
049173         BY CONTENT "WRITE  RL-FR7          R0006B "              RL1074.2
049200     WRITE RAC-REC-1 INVALID KEY                                  RL1074.2
049271         MOVE ACTUAL-KEY-1 TO CCVS-IOT-KEY                        RL1074.2
049272         CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                RL1074.2
049273             RL-FR7-STATUS CCVS-IOT-KEY                           RL1074.2
049274             BY CONTENT "WRITE  RL-FR7          R0006P "          RL1074.2
049275         PERFORM ERROR-INVALID-KEY.                               RL1074.2
049276     MOVE ACTUAL-KEY-1 TO CCVS-IOT-KEY                            RL1074.2
049277     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1074.2
049278         RL-FR7-STATUS CCVS-IOT-KEY                               RL1074.2
049279         BY CONTENT "WRITE  RL-FR7          R0006TE".             RL1074.2
049300     GO TO TEST-6.                                                RL1074.2
049400 TEST-6-EXIT.                                                     RL1074.2
049500     IF REC-CT IS EQUAL TO ZERO PERFORM PASS                      RL1074.2
050400     SUBTRACT 3 FROM ACTUAL-KEY-1.                                RL1074.2
050500     IF RECORD-NUMXXX IS LESS THAN 53 GO TO TEST-7-EXIT.          RL1074.2
050600     MOVE RECORD-SKELTON TO RAC-REC-1.                            RL1074.2
050671     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1074.2
050672         RL-FR7-STATUS CCVS-IOT-KEY                               RL1074.2
050673         BY CONTENT "WRITE  RL-FR7          R0007B "              RL1074.2
050700     WRITE RAC-REC-1 INVALID KEY                                  RL1074.2
050771         MOVE ACTUAL-KEY-1 TO CCVS-IOT-KEY                        RL1074.2
050772         CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                RL1074.2
050773             RL-FR7-STATUS CCVS-IOT-KEY                           RL1074.2
050774             BY CONTENT "WRITE  RL-FR7          R0007P "          RL1074.2
050775         PERFORM ERROR-INVALID-KEY.                               RL1074.2
050776     MOVE ACTUAL-KEY-1 TO CCVS-IOT-KEY                            RL1074.2
050777     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1074.2
050778         RL-FR7-STATUS CCVS-IOT-KEY                               RL1074.2
050779         BY CONTENT "WRITE  RL-FR7          R0007TE".             RL1074.2
050800     GO TO TEST-7.                                                RL1074.2
050900 TEST-7-EXIT.                                                     RL1074.2
051000     IF REC-CT IS EQUAL TO ZERO PERFORM PASS                      RL1074.2
052000     ADD 1 TO ACTUAL-KEY-2.                                       RL1074.2
052100     IF RECORD-NUMXXX IS GREATER THAN 25 GO TO TEST-8-EXIT.       RL1074.2
052200     MOVE RECORD-SKELTON TO RAC-REC-2.                            RL1074.2
052271     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1074.2
052272         RL-FR8-STATUS CCVS-IOT-KEY                               RL1074.2
052273         BY CONTENT "WRITE  RL-FR8          R0008B "              RL1074.2
052300     WRITE RAC-REC-2 INVALID KEY                                  RL1074.2
052371         MOVE ACTUAL-KEY-2 TO CCVS-IOT-KEY                        RL1074.2
052372         CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                RL1074.2
052373             RL-FR8-STATUS CCVS-IOT-KEY                           RL1074.2
052374             BY CONTENT "WRITE  RL-FR8          R0008P "          RL1074.2
052375         PERFORM ERROR-INVALID-KEY.                               RL1074.2
052376     MOVE ACTUAL-KEY-2 TO CCVS-IOT-KEY                            RL1074.2
052377     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1074.2
052378         RL-FR8-STATUS CCVS-IOT-KEY                               RL1074.2
052379         BY CONTENT "WRITE  RL-FR8          R0008TE".             RL1074.2
052400     GO TO TEST-8.                                                RL1074.2
052500 TEST-8-EXIT.                                                     RL1074.2
052600     IF REC-CT IS EQUAL TO ZERO PERFORM PASS                      RL1074.2
053000     MOVE "REL-TEST-009" TO PAR-NAME.                             RL1074.2
053100     MOVE ZERO TO REC-CT.                                         RL1074.2
053200     PERFORM PRINT-DETAIL.                                        RL1074.2
053300     CLOSE RL-FR7                                                 RL1074.2
053371     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1074.2
053372         RL-FR7-STATUS CCVS-IOT-NOKEY                             RL1074.2
053373         BY CONTENT "CLOSE  RL-FR7          R0009TF".             RL1074.2
053400 TEST-10.                                                         RL1074.2
053500     MOVE "CLOSE RL-FR8" TO FEATURE.                              RL1074.2
053600     MOVE "REL-TEST-010" TO PAR-NAME.                             RL1074.2
053700     PERFORM PRINT-DETAIL.                                        RL1074.2
053800     CLOSE RL-FR8                                                 RL1074.2
053871     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1074.2
053872         RL-FR8-STATUS CCVS-IOT-NOKEY                             RL1074.2
053873         BY CONTENT "CLOSE  RL-FR8          R0010TF".             RL1074.2
053900 TEST-11.                                                         RL1074.2
054000     MOVE "OPEN INPUT RL-FR8" TO FEATURE.                         RL1074.2
054100     MOVE "REL-TEST-011" TO PAR-NAME.                             RL1074.2
054200     PERFORM PRINT-DETAIL.                                        RL1074.2
054300     OPEN INPUT RL-FR8                                            RL1074.2
054371     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1074.2
054372         RL-FR8-STATUS CCVS-IOT-NOKEY                             RL1074.2
054373         BY CONTENT "OPEN   RL-FR8          R0011TF".             RL1074.2
054400 TEST-12.                                                         RL1074.2
054500     MOVE "OPEN I-O RL-FR7" TO FEATURE.                           RL1074.2
054600     MOVE "REL-TEST-012" TO PAR-NAME.                             RL1074.2
054700     PERFORM PRINT-DETAIL.                                        RL1074.2
054800     OPEN I-O RL-FR7                                              RL1074.2
054871     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1074.2
054872         RL-FR7-STATUS CCVS-IOT-NOKEY                             RL1074.2
054873         BY CONTENT "OPEN   RL-FR7          R0012TF".             RL1074.2
054900 TEST-13-INIT.                                                    RL1074.2
055000     MOVE "READ RL-FR7" TO FEATURE.                               RL1074.2
055100     MOVE "REL-TEST-013" TO PAR-NAME.                             RL1074.2
055500     ADD 1 TO ACTUAL-KEY-1.                                       RL1074.2
055600     ADD 1 TO RECORD-NUMXXX.                                      RL1074.2
055700     IF RECORD-NUMXXX IS GREATER THAN 20 GO TO TEST-13-EXIT.      RL1074.2
055771     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1074.2
055772         RL-FR7-STATUS CCVS-IOT-KEY                               RL1074.2
055773         BY CONTENT "READ   RL-FR7          R0013B "              RL1074.2
055800     READ RL-FR7 INVALID KEY                                      RL1074.2
055871         MOVE ACTUAL-KEY-1 TO CCVS-IOT-KEY                        RL1074.2
055872         CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                RL1074.2
055873             RL-FR7-STATUS CCVS-IOT-KEY                           RL1074.2
055874             BY CONTENT "READ   RL-FR7          R0013P "          RL1074.2
055875         PERFORM ERROR-INVALID-KEY                                RL1074.2
055900        GO TO TEST-13.                                            RL1074.2
055971     MOVE ACTUAL-KEY-1 TO CCVS-IOT-KEY                            RL1074.2
055972     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1074.2
055973         RL-FR7-STATUS CCVS-IOT-KEY                               RL1074.2
055974         BY CONTENT "READ   RL-FR7          R0013TE".             RL1074.2
056000     IF RECORD-NUMXXX IS NOT EQUAL TO RECORD-NO-1                 RL1074.2
056100        PERFORM ERROR-WRONG-RECORD.                               RL1074.2
056200     GO TO TEST-13.                                               RL1074.2
057300     ADD 3 TO ACTUAL-KEY-2.                                       RL1074.2
057400     ADD 3 TO RECORD-NUMXXX.                                      RL1074.2
057500     IF RECORD-NUMXXX IS GREATER THAN 25 GO TO TEST-14-EXIT.      RL1074.2
057571     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1074.2
057572         RL-FR8-STATUS CCVS-IOT-KEY                               RL1074.2
057573         BY CONTENT "READ   RL-FR8          R0014B "              RL1074.2
057600     READ RL-FR8 INVALID KEY                                      RL1074.2
057671         MOVE ACTUAL-KEY-2 TO CCVS-IOT-KEY                        RL1074.2
057672         CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                RL1074.2
057673             RL-FR8-STATUS CCVS-IOT-KEY                           RL1074.2
057674             BY CONTENT "READ   RL-FR8          R0014P "          RL1074.2
057675         PERFORM ERROR-INVALID-KEY                                RL1074.2
057700        GO TO TEST-14.                                            RL1074.2
057771     MOVE ACTUAL-KEY-2 TO CCVS-IOT-KEY                            RL1074.2
057772     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1074.2
057773         RL-FR8-STATUS CCVS-IOT-KEY                               RL1074.2
057774         BY CONTENT "READ   RL-FR8          R0014TE".             RL1074.2
057800     IF RECORD-NUMXXX IS NOT EQUAL TO RECORD-NO-2                 RL1074.2
057900        MOVE RECORD-NO-2 TO RECORD-NO-1                           RL1074.2
058000        PERFORM ERROR-WRONG-RECORD.                               RL1074.2
059200     ADD  14 TO ACTUAL-KEY-1.                                     RL1074.2
059300     ADD  14 TO RECORD-NUMXXX.                                    RL1074.2
059400     IF RECORD-NUMXXX IS GREATER THAN 125 GO TO TEST-15-EXIT.     RL1074.2
059471     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1074.2
059472         RL-FR7-STATUS CCVS-IOT-KEY                               RL1074.2
059473         BY CONTENT "READ   RL-FR7          R0015B "              RL1074.2
059500     READ RL-FR7 INVALID KEY                                      RL1074.2
059571         MOVE ACTUAL-KEY-1 TO CCVS-IOT-KEY                        RL1074.2
059572         CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                RL1074.2
059573             RL-FR7-STATUS CCVS-IOT-KEY                           RL1074.2
059574             BY CONTENT "READ   RL-FR7          R0015P "          RL1074.2
059575         PERFORM ERROR-INVALID-KEY                                RL1074.2
059600        GO TO TEST-14.                                            RL1074.2
059671     MOVE ACTUAL-KEY-1 TO CCVS-IOT-KEY                            RL1074.2
059672     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1074.2
059673         RL-FR7-STATUS CCVS-IOT-KEY                               RL1074.2
059674         BY CONTENT "READ   RL-FR7          R0015TE".             RL1074.2
059700     IF RECORD-NUMXXX IS NOT EQUAL TO RECORD-NO-1                 RL1074.2
059800        PERFORM ERROR-WRONG-RECORD.                               RL1074.2
059900     GO TO TEST-15.                                               RL1074.2
060900     ADD 17 TO ACTUAL-KEY-1.                                      RL1074.2
061000     ADD 17 TO RECORD-NUMXXX.                                     RL1074.2
061100     IF RECORD-NUMXXX IS GREATER THAN 125 GO TO TEST-16-EXIT.     RL1074.2
061171     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1074.2
061172         RL-FR7-STATUS CCVS-IOT-KEY                               RL1074.2
061173         BY CONTENT "READ   RL-FR7          R0016B "              RL1074.2
061200     READ RL-FR7 INVALID KEY                                      RL1074.2
061271         MOVE ACTUAL-KEY-1 TO CCVS-IOT-KEY                        RL1074.2
061272         CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                RL1074.2
061273             RL-FR7-STATUS CCVS-IOT-KEY                           RL1074.2
061274             BY CONTENT "READ   RL-FR7          R0016P "          RL1074.2
061275         PERFORM ERROR-INVALID-KEY                                RL1074.2
061300        GO TO TEST-16.                                            RL1074.2
061371     MOVE ACTUAL-KEY-1 TO CCVS-IOT-KEY                            RL1074.2
061372     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1074.2
061373         RL-FR7-STATUS CCVS-IOT-KEY                               RL1074.2
061374         BY CONTENT "READ   RL-FR7          R0016TE".             RL1074.2
061400     IF RECORD-NUMXXX IS NOT EQUAL TO RECORD-NO-1                 RL1074.2
061500        PERFORM ERROR-WRONG-RECORD.                               RL1074.2
061600     GO TO TEST-16.                                               RL1074.2
062800     ADD 5 TO RECORD-NUMXXX.                                      RL1074.2
062900     IF RECORD-NUMXXX IS GREATER THAN 200 GO TO TEST-17-EXIT.     RL1074.2
063000     MOVE RECORD-SKELTON TO RAC-REC-1.                            RL1074.2
063071     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1074.2
063072         RL-FR7-STATUS CCVS-IOT-KEY                               RL1074.2
063073         BY CONTENT "WRITE  RL-FR7          R0017B "              RL1074.2
063100     WRITE RAC-REC-1 INVALID KEY                                  RL1074.2
063171         MOVE ACTUAL-KEY-1 TO CCVS-IOT-KEY                        RL1074.2
063172         CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                RL1074.2
063173             RL-FR7-STATUS CCVS-IOT-KEY                           RL1074.2
063174             BY CONTENT "WRITE  RL-FR7          R0017P "          RL1074.2
063175         PERFORM ERROR-INVALID-KEY.                               RL1074.2
063176     MOVE ACTUAL-KEY-1 TO CCVS-IOT-KEY                            RL1074.2
063177     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1074.2
063178         RL-FR7-STATUS CCVS-IOT-KEY                               RL1074.2
063179         BY CONTENT "WRITE  RL-FR7          R0017TE".             RL1074.2
063200     GO TO TEST-17.                                               RL1074.2
063300 TEST-17-EXIT.                                                    RL1074.2
063400     IF REC-CT IS EQUAL TO ZERO PERFORM PASS                      RL1074.2
063900     MOVE ZERO TO REC-CT.                                         RL1074.2
064000     MOVE 121 TO ACTUAL-KEY-1.                                    RL1074.2
064100     MOVE 121 TO RECORD-NUMXXX.                                   RL1074.2
064171     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1074.2
064172         RL-FR7-STATUS CCVS-IOT-KEY                               RL1074.2
064173         BY CONTENT "READ   RL-FR7          R0018B "              RL1074.2
064200     READ RL-FR7 INVALID KEY                                      RL1074.2
064271         MOVE ACTUAL-KEY-1 TO CCVS-IOT-KEY                        RL1074.2
064272         CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                RL1074.2
064273             RL-FR7-STATUS CCVS-IOT-KEY                           RL1074.2
064274             BY CONTENT "READ   RL-FR7          R0018P "          RL1074.2
064275         PERFORM ERROR-INVALID-KEY                                RL1074.2
064300        GO TO TEST-19.                                            RL1074.2
064371     MOVE ACTUAL-KEY-1 TO CCVS-IOT-KEY                            RL1074.2
064372     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1074.2
064373         RL-FR7-STATUS CCVS-IOT-KEY                               RL1074.2
064374         BY CONTENT "READ   RL-FR7          R0018TE".             RL1074.2
064400     IF RECORD-NO-1 IS NOT EQUAL TO RECORD-NUMXXX                 RL1074.2
064500        PERFORM ERROR-WRONG-RECORD                                RL1074.2
064600        GO TO TEST-19.                                            RL1074.2
065100     MOVE ZERO TO REC-CT.                                         RL1074.2
065200     MOVE 57 TO ACTUAL-KEY-1.                                     RL1074.2
065300     MOVE 57 TO RECORD-NUMXXX.                                    RL1074.2
065371     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1074.2
065372         RL-FR7-STATUS CCVS-IOT-KEY                               RL1074.2
065373         BY CONTENT "READ   RL-FR7          R0019B "              RL1074.2
065400     READ RL-FR7 INVALID KEY                                      RL1074.2
065471         MOVE ACTUAL-KEY-1 TO CCVS-IOT-KEY                        RL1074.2
065472         CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                RL1074.2
065473             RL-FR7-STATUS CCVS-IOT-KEY                           RL1074.2
065474             BY CONTENT "READ   RL-FR7          R0019P "          RL1074.2
065475         PERFORM ERROR-INVALID-KEY                                RL1074.2
065500        GO TO TEST-20.                                            RL1074.2
065571     MOVE ACTUAL-KEY-1 TO CCVS-IOT-KEY                            RL1074.2
065572     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1074.2
065573         RL-FR7-STATUS CCVS-IOT-KEY                               RL1074.2
065574         BY CONTENT "READ   RL-FR7          R0019TE".             RL1074.2
065600     IF RECORD-NUMXXX IS NOT EQUAL TO RECORD-NO-1                 RL1074.2
065700        PERFORM ERROR-WRONG-RECORD                                RL1074.2
065800        GO TO TEST-20.                                            RL1074.2
066400     MOVE ZERO TO REC-CT.                                         RL1074.2
066500     MOVE 12 TO RECORD-NUMXXX.                                    RL1074.2
066600     MOVE 12 TO ACTUAL-KEY-2.                                     RL1074.2
066671     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1074.2
066672         RL-FR8-STATUS CCVS-IOT-KEY                               RL1074.2
066673         BY CONTENT "READ   RL-FR8          R0020B "              RL1074.2
066700     READ RL-FR8 INVALID KEY                                      RL1074.2
066771         MOVE ACTUAL-KEY-2 TO CCVS-IOT-KEY                        RL1074.2
066772         CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                RL1074.2
066773             RL-FR8-STATUS CCVS-IOT-KEY                           RL1074.2
066774             BY CONTENT "READ   RL-FR8          R0020P "          RL1074.2
066775         PERFORM ERROR-INVALID-KEY                                RL1074.2
066800        GO TO TEST-21.                                            RL1074.2
066871     MOVE ACTUAL-KEY-2 TO CCVS-IOT-KEY                            RL1074.2
066872     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1074.2
066873         RL-FR8-STATUS CCVS-IOT-KEY                               RL1074.2
066874         BY CONTENT "READ   RL-FR8          R0020TE".             RL1074.2
066900     IF RECORD-NUMXXX IS NOT EQUAL TO RECORD-NO-2                 RL1074.2
067000        MOVE RECORD-NO-2 TO RECORD-NO-1                           RL1074.2
067100        PERFORM ERROR-WRONG-RECORD                                RL1074.2
067700     MOVE "REL-TEST-021" TO PAR-NAME.                             RL1074.2
067800     MOVE ZERO TO REC-CT.                                         RL1074.2
067900     MOVE 237 TO ACTUAL-KEY-1.                                    RL1074.2
067971     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1074.2
067972         RL-FR7-STATUS CCVS-IOT-KEY                               RL1074.2
067973         BY CONTENT "READ   RL-FR7          R0021B "              RL1074.2
068000     READ RL-FR7 INVALID KEY                                      RL1074.2
068071         MOVE ACTUAL-KEY-1 TO CCVS-IOT-KEY                        RL1074.2
068072         CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                RL1074.2
068073             RL-FR7-STATUS CCVS-IOT-KEY                           RL1074.2
068074             BY CONTENT "READ   RL-FR7          R0021P "          RL1074.2
068075         PERFORM PASS                                             RL1074.2
068100        PERFORM PRINT-DETAIL                                      RL1074.2
068200        GO TO TEST-22.                                            RL1074.2
068271     MOVE ACTUAL-KEY-1 TO CCVS-IOT-KEY                            RL1074.2
068272     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1074.2
068273         RL-FR7-STATUS CCVS-IOT-KEY                               RL1074.2
068274         BY CONTENT "READ   RL-FR7          R0021TE".             RL1074.2
068300     PERFORM ERROR-INVALID-KEY-EXPECTED.                          RL1074.2
068400 TEST-22.                                                         RL1074.2
068500     MOVE "REL-TEST-022" TO PAR-NAME.                             RL1074.2
068600     MOVE 250 TO ACTUAL-KEY-1.                                    RL1074.2
068671     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1074.2
068672         RL-FR7-STATUS CCVS-IOT-KEY                               RL1074.2
068673         BY CONTENT "READ   RL-FR7          R0022B "              RL1074.2
068700     READ RL-FR7 INVALID KEY                                      RL1074.2
068771         MOVE ACTUAL-KEY-1 TO CCVS-IOT-KEY                        RL1074.2
068772         CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                RL1074.2
068773             RL-FR7-STATUS CCVS-IOT-KEY                           RL1074.2
068774             BY CONTENT "READ   RL-FR7          R0022P "          RL1074.2
068775         PERFORM PASS                                             RL1074.2
068800        PERFORM PRINT-DETAIL                                      RL1074.2
068900        GO TO TEST-23.                                            RL1074.2
068971     MOVE ACTUAL-KEY-1 TO CCVS-IOT-KEY                            RL1074.2
068972     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1074.2
068973         RL-FR7-STATUS CCVS-IOT-KEY                               RL1074.2
068974         BY CONTENT "READ   RL-FR7          R0022TE".             RL1074.2
069000     PERFORM ERROR-INVALID-KEY-EXPECTED.                          RL1074.2
069100 TEST-23.                                                         RL1074.2
069200     MOVE "INVALID KEY RL-FR8" TO FEATURE.                        RL1074.2
069300     MOVE "REL-TEST-023" TO PAR-NAME.                             RL1074.2
069400     MOVE 150 TO ACTUAL-KEY-2.                                    RL1074.2
069471     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1074.2
069472         RL-FR8-STATUS CCVS-IOT-KEY                               RL1074.2
069473         BY CONTENT "READ   RL-FR8          R0023B "              RL1074.2
069500     READ RL-FR8 INVALID KEY                                      RL1074.2
069571         MOVE ACTUAL-KEY-2 TO CCVS-IOT-KEY                        RL1074.2
069572         CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                RL1074.2
069573             RL-FR8-STATUS CCVS-IOT-KEY                           RL1074.2
069574             BY CONTENT "READ   RL-FR8          R0023P "          RL1074.2
069575         PERFORM PASS                                             RL1074.2
069600        PERFORM PRINT-DETAIL                                      RL1074.2
069700        GO TO TEST-24.                                            RL1074.2
069771     MOVE ACTUAL-KEY-2 TO CCVS-IOT-KEY                            RL1074.2
069772     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1074.2
069773         RL-FR8-STATUS CCVS-IOT-KEY                               RL1074.2
069774         BY CONTENT "READ   RL-FR8          R0023TE".             RL1074.2
069800     MOVE ACTUAL-KEY-2 TO ACTUAL-KEY-1.                           RL1074.2
069900     PERFORM ERROR-INVALID-KEY-EXPECTED.                          RL1074.2
070000 TEST-24.                                                         RL1074.2
070100     MOVE "INVALID KEY RL-FR7" TO FEATURE.                        RL1074.2
070200     MOVE "REL-TEST-024" TO PAR-NAME.                             RL1074.2
070300     MOVE 230 TO ACTUAL-KEY-1.                                    RL1074.2
070371     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1074.2
070372         RL-FR7-STATUS CCVS-IOT-KEY                               RL1074.2
070373         BY CONTENT "READ   RL-FR7          R0024B "              RL1074.2
070400     READ RL-FR7 INVALID KEY                                      RL1074.2
070471         MOVE ACTUAL-KEY-1 TO CCVS-IOT-KEY                        RL1074.2
070472         CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                RL1074.2
070473             RL-FR7-STATUS CCVS-IOT-KEY                           RL1074.2
070474             BY CONTENT "READ   RL-FR7          R0024P "          RL1074.2
070475         PERFORM PASS                                             RL1074.2
070500        PERFORM PRINT-DETAIL                                      RL1074.2
070600        GO TO TEST-25-INIT.                                       RL1074.2
070671     MOVE ACTUAL-KEY-1 TO CCVS-IOT-KEY                            RL1074.2
070672     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1074.2
070673         RL-FR7-STATUS CCVS-IOT-KEY                               RL1074.2
070674         BY CONTENT "READ   RL-FR7          R0024TE".             RL1074.2
070700     PERFORM ERROR-INVALID-KEY-EXPECTED.                          RL1074.2
070800 TEST-25-INIT.                                                    RL1074.2
070900     MOVE "REWRITE RL-FR7" TO FEATURE.                            RL1074.2
071500     ADD 10 TO ACTUAL-KEY-1.                                      RL1074.2
071600     ADD 10 TO RECORD-NUMXXX.                                     RL1074.2
071700     IF RECORD-NUMXXX IS GREATER THAN 100 GO TO TEST-25-RESET.    RL1074.2
071771     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1074.2
071772         RL-FR7-STATUS CCVS-IOT-KEY                               RL1074.2
071773         BY CONTENT "READ   RL-FR7          R0025B "              RL1074.2
071800     READ RL-FR7 INVALID KEY                                      RL1074.2
071871         MOVE ACTUAL-KEY-1 TO CCVS-IOT-KEY                        RL1074.2
071872         CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                RL1074.2
071873             RL-FR7-STATUS CCVS-IOT-KEY                           RL1074.2
071874             BY CONTENT "READ   RL-FR7          R0025P "          RL1074.2
071900        MOVE "INVALID KEY ON READ BEFORE REWRITE" TO RE-MARK      RL1074.2
072000        PERFORM ERROR-WRONG-RECORD                                RL1074.2
072100        GO TO TEST-25.                                            RL1074.2
072171     MOVE ACTUAL-KEY-1 TO CCVS-IOT-KEY                            RL1074.2
072172     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1074.2
072173         RL-FR7-STATUS CCVS-IOT-KEY                               RL1074.2
072174         BY CONTENT "READ   RL-FR7          R0025TE".             RL1074.2
072200     IF RECORD-NUMXXX IS NOT EQUAL TO RECORD-NO-1                 RL1074.2
072300        PERFORM ERROR-WRONG-RECORD                                RL1074.2
072400        GO TO TEST-25.                                            RL1074.2
072500     MOVE "UPDATED" TO UPDATE-FIELD.                              RL1074.2
072571     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1074.2
072572         RL-FR7-STATUS CCVS-IOT-KEY                               RL1074.2
072573         BY CONTENT "REWRITERL-FR7          R0026B "              RL1074.2
072600     REWRITE RAC-REC-1 INVALID KEY                                RL1074.2
072671         MOVE ACTUAL-KEY-1 TO CCVS-IOT-KEY                        RL1074.2
072672         CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                RL1074.2
072673             RL-FR7-STATUS CCVS-IOT-KEY                           RL1074.2
072674             BY CONTENT "REWRITERL-FR7          R0026P "          RL1074.2
072700        MOVE "INVALID KEY ON REWRITE" TO RE-MARK                  RL1074.2
072800        PERFORM ERROR-INVALID-KEY.                                RL1074.2
072871     MOVE ACTUAL-KEY-1 TO CCVS-IOT-KEY                            RL1074.2
072872     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1074.2
072873         RL-FR7-STATUS CCVS-IOT-KEY                               RL1074.2
072874         BY CONTENT "REWRITERL-FR7          R0026TE".             RL1074.2
072900     GO TO TEST-25.                                               RL1074.2
073000 TEST-25-RESET.                                                   RL1074.2
073100     MOVE 0  TO ACTUAL-KEY-1.                                     RL1074.2
073400     ADD 10 TO ACTUAL-KEY-1.                                      RL1074.2
073500     ADD 10 TO RECORD-NUMXXX.                                     RL1074.2
073600     IF RECORD-NUMXXX IS GREATER THAN 100 GO TO TEST-25-EXIT.     RL1074.2
073671     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1074.2
073672         RL-FR7-STATUS CCVS-IOT-KEY                               RL1074.2
073673         BY CONTENT "READ   RL-FR7          R0027B "              RL1074.2
073700     READ RL-FR7 INVALID KEY                                      RL1074.2
073771         MOVE ACTUAL-KEY-1 TO CCVS-IOT-KEY                        RL1074.2
073772         CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                RL1074.2
073773             RL-FR7-STATUS CCVS-IOT-KEY                           RL1074.2
073774             BY CONTENT "READ   RL-FR7          R0027P "          RL1074.2
073800        MOVE "INVALID KEY ON READ AFTER REWRITE" TO RE-MARK       RL1074.2
073900        PERFORM ERROR-INVALID-KEY                                 RL1074.2
074000        GO TO TEST-25-READ.                                       RL1074.2
074071     MOVE ACTUAL-KEY-1 TO CCVS-IOT-KEY                            RL1074.2
074072     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1074.2
074073         RL-FR7-STATUS CCVS-IOT-KEY                               RL1074.2
074074         BY CONTENT "READ   RL-FR7          R0027TE".             RL1074.2
074100     IF RECORD-NUMXXX IS NOT EQUAL TO RECORD-NO-1                 RL1074.2
074200        PERFORM ERROR-WRONG-RECORD                                RL1074.2
074300        GO TO TEST-25-READ.                                       RL1074.2
075700     MOVE "REL-TEST-026" TO PAR-NAME.                             RL1074.2
075800     MOVE ZERO TO REC-CT.                                         RL1074.2
075900     PERFORM PRINT-DETAIL.                                        RL1074.2
076000     CLOSE RL-FR8                                                 RL1074.2
076071     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1074.2
076072         RL-FR8-STATUS CCVS-IOT-NOKEY                             RL1074.2
076073         BY CONTENT "CLOSE  RL-FR8          R0028TF".             RL1074.2
076100 TEST-27.                                                         RL1074.2
076200     MOVE "CLOSE RL-FR7" TO FEATURE.                              RL1074.2
076300     MOVE "REL-TEST-027" TO PAR-NAME.                             RL1074.2
076400     PERFORM PRINT-DETAIL.                                        RL1074.2
076500     CLOSE RL-FR7                                                 RL1074.2
076571     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1074.2
076572         RL-FR7-STATUS CCVS-IOT-NOKEY                             RL1074.2
076573         BY CONTENT "CLOSE  RL-FR7          R0029TF".             RL1074.2
076600     GO TO SECT-RC-03-001-EXIT.                                   RL1074.2
076700 ERROR-INVALID-KEY.                                               RL1074.2
076800     IF REC-CT IS EQUAL TO ZERO PERFORM FAIL.                     RL1074.2
