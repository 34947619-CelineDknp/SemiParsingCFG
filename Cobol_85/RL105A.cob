005000     DYNAMIC WS-X021-FNAME                                        RL1054.2
005100             ORGANIZATION IS RELATIVE                             RL1054.2
005200             ACCESS  MODE IS RANDOM                               RL1054.2
005300              RELATIVE KEY IS KEY-1                               RL1054.2
005371              FILE STATUS IS RL-FR1-STATUS.                       RL1054.2
005400     SELECT RL-FR2 ASSIGN                                         RL1054.2
005500     DYNAMIC WS-X022-FNAME                                        RL1054.2
005600             ORGANIZATION IS RELATIVE                             RL1054.2
005700             ACCESS  MODE IS RANDOM                               RL1054.2
005800              RELATIVE KEY IS KEY-2                               RL1054.2
005871              FILE STATUS IS RL-FR2-STATUS.                       RL1054.2
005900     SELECT RL-FR3 ASSIGN TO                                      RL1054.2
006000     DYNAMIC WS-X023-FNAME                                        RL1054.2
006100             ORGANIZATION IS RELATIVE                             RL1054.2
006200             ACCESS  MODE IS RANDOM                               RL1054.2
006300              RELATIVE KEY IS KEY-3                               RL1054.2
006371              FILE STATUS IS RL-FR3-STATUS.                       RL1054.2
006400 DATA DIVISION.                                                   RL1054.2
006500 FILE SECTION.                                                    RL1054.2
006600 FD  PRINT-FILE.                                                  RL1054.2
035811     COPY     CCVSSED.                                            RL1054.2
030800 01  CCVS-PGM-ID                     PIC X(9)   VALUE             RL1054.2
030900     "RL105A".                                                    RL1054.2
030971 01  RL-FR1-STATUS PIC XX VALUE SPACE.                            RL1054.2
030972 01  RL-FR2-STATUS PIC XX VALUE SPACE.                            RL1054.2
030973 01  RL-FR3-STATUS PIC XX VALUE SPACE.                            RL1054.2
030974     COPY CCVSIOK.                                                RL1054.2
031000 PROCEDURE DIVISION.                                              RL1054.2
031100 CCVS1 SECTION.                                                   RL1054.2
031200 OPEN-FILES.                                                      RL1054.2
043800 REL-INIT-1.                                                      RL1054.2
043900     MOVE ZERO TO 2POS-NUM.                                       RL1054.2
044000     MOVE SPACE TO READ-WRITE-COUNTER.                            RL1054.2
044100     OPEN OUTPUT RL-FR1                                           RL1054.2
044171     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1054.2
044172         RL-FR1-STATUS CCVS-IOT-NOKEY                             RL1054.2
044173         BY CONTENT "OPEN   RL-FR1          R0001TF".             RL1054.2
044200 REL-TEST-1.                                                      RL1054.2
044300     PERFORM REL-WRITE-FOR-TEST-1 THRU 1-EXIT 19 TIMES.           RL1054.2
044400     IF READ-WRITE-COUNTER EQUAL TO "WWWWWWWWWWWWWWWWWWW "        RL1054.2
045900     MOVE SUB-1 TO KEY-1.                                         RL1054.2
046000     ADD 1 TO 2POS-NUM.                                           RL1054.2
046100     MOVE RECORD-MESSAGE TO GRP-1SEQ-RECORD-1.                    RL1054.2
046171     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1054.2
046172         RL-FR1-STATUS CCVS-IOT-KEY                               RL1054.2
046173         BY CONTENT "WRITE  RL-FR1          R0002B "              RL1054.2
046200     WRITE GRP-1SEQ-RECORD-1 INVALID KEY                          RL1054.2
046271         MOVE KEY-1 TO CCVS-IOT-KEY                               RL1054.2
046272         CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                RL1054.2
046273             RL-FR1-STATUS CCVS-IOT-KEY                           RL1054.2
046274             BY CONTENT "WRITE  RL-FR1          R0002P "          RL1054.2
046275         GO TO I-KEY-1.                                           RL1054.2
046276     MOVE KEY-1 TO CCVS-IOT-KEY                                   RL1054.2
046277     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1054.2
046278         RL-FR1-STATUS CCVS-IOT-KEY                               RL1054.2
046279         BY CONTENT "WRITE  RL-FR1          R0002TE".             RL1054.2
046300     GO TO 1-EXIT.                                                RL1054.2
046400 I-KEY-1.                                                         RL1054.2
046500     MOVE "I" TO ENTRY-RW (SUB-1).                                RL1054.2
046800 REL-TEST-1-WRITE.                                                RL1054.2
046900     MOVE "REL-TEST-1         " TO PAR-NAME.                      RL1054.2
047000     PERFORM PRINT-DETAIL.                                        RL1054.2
047100     CLOSE RL-FR1                                                 RL1054.2
047171     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1054.2
047172         RL-FR1-STATUS CCVS-IOT-NOKEY                             RL1054.2
047173         BY CONTENT "CLOSE  RL-FR1          R0003TF".             RL1054.2
047200 REL-INIT-2.                                                      RL1054.2
047300     MOVE 01 TO SUB-1  KEY-1.                                     RL1054.2
047400     MOVE SPACE TO READ-WRITE-COUNTER.                            RL1054.2
047500     OPEN INPUT RL-FR1                                            RL1054.2
047571     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1054.2
047572         RL-FR1-STATUS CCVS-IOT-NOKEY                             RL1054.2
047573         BY CONTENT "OPEN   RL-FR1          R0004TF".             RL1054.2
047600 REL-TEST-2.                                                      RL1054.2
047671     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1054.2
047672         RL-FR1-STATUS CCVS-IOT-KEY                               RL1054.2
047673         BY CONTENT "READ   RL-FR1          R0005B "              RL1054.2
047700     READ RL-FR1 RECORD INVALID                                   RL1054.2
047771         MOVE KEY-1 TO CCVS-IOT-KEY                               RL1054.2
047772         CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                RL1054.2
047773             RL-FR1-STATUS CCVS-IOT-KEY                           RL1054.2
047774             BY CONTENT "READ   RL-FR1          R0005P "          RL1054.2
047800         MOVE "E" TO ENTRY-RW (SUB-1)                             RL1054.2
047900         GO TO COMPARE-FOR-TEST-2.                                RL1054.2
047971     MOVE KEY-1 TO CCVS-IOT-KEY                                   RL1054.2
047972     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1054.2
047973         RL-FR1-STATUS CCVS-IOT-KEY                               RL1054.2
047974         BY CONTENT "READ   RL-FR1          R0005TE".             RL1054.2
048000     IF SUB-1 EQUAL TO 20                                         RL1054.2
048100         GO TO COMPARE-FOR-TEST-2.                                RL1054.2
048200     MOVE "R" TO ENTRY-RW (SUB-1).                                RL1054.2
049500     MOVE "REL-TEST-2         " TO PAR-NAME.                      RL1054.2
049600     PERFORM PRINT-DETAIL.                                        RL1054.2
049700 EXIT-SECTION-1.                                                  RL1054.2
049800     CLOSE RL-FR1                                                 RL1054.2
049871     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1054.2
049872         RL-FR1-STATUS CCVS-IOT-NOKEY                             RL1054.2
049873         BY CONTENT "CLOSE  RL-FR1          R0006TF".             RL1054.2
049900 BLOCKED-UNBLOCKED SECTION.                                       RL1054.2
050000 REL-INIT-3.                                                      RL1054.2
050100     MOVE 0 TO SUB-1.                                             RL1054.2
050200     MOVE SPACE TO READ-WRITE-COUNTER.                            RL1054.2
050300     OPEN OUTPUT RL-FR2                                           RL1054.2
050371     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1054.2
050372         RL-FR2-STATUS CCVS-IOT-NOKEY                             RL1054.2
050373         BY CONTENT "OPEN   RL-FR2          R0007TF".             RL1054.2
050400     MOVE 1 TO KEY-2  2POS-NUM.                                   RL1054.2
050500 REL-TEST-3.                                                      RL1054.2
050600     PERFORM REL-WRITE-FOR-TEST-3 THRU 3-EXIT 8 TIMES.            RL1054.2
050700     PERFORM REL-WRITE-FOR-TEST-3 THRU 3-EXIT 8 TIMES.            RL1054.2
050800     CLOSE RL-FR2                                                 RL1054.2
050871     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1054.2
050872         RL-FR2-STATUS CCVS-IOT-NOKEY                             RL1054.2
050873         BY CONTENT "CLOSE  RL-FR2          R0008TF".             RL1054.2
050900     MOVE "REL-TEST-3         " TO PAR-NAME.                      RL1054.2
051000     IF READ-WRITE-COUNTER NOT EQUAL TO "WWWWWWWWWWWWWWWW    "    RL1054.2
051100         MOVE "INVALID KEYS ON WRITE " TO RE-MARK ELSE            RL1054.2
052100     GO TO REL-TEST-4.                                            RL1054.2
052200 REL-WRITE-FOR-TEST-3.                                            RL1054.2
052300     MOVE RECORD-MESSAGE TO GRP-1SEQ-RECORD-2.                    RL1054.2
052371     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1054.2
052372         RL-FR2-STATUS CCVS-IOT-KEY                               RL1054.2
052373         BY CONTENT "WRITE  RL-FR2          R0009B "              RL1054.2
052400     WRITE GRP-1SEQ-RECORD-2 INVALID KEY                          RL1054.2
052471         MOVE KEY-2 TO CCVS-IOT-KEY                               RL1054.2
052472         CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                RL1054.2
052473             RL-FR2-STATUS CCVS-IOT-KEY                           RL1054.2
052474             BY CONTENT "WRITE  RL-FR2          R0009P "          RL1054.2
052475         GO TO I-KEY-3.                                           RL1054.2
052476     MOVE KEY-2 TO CCVS-IOT-KEY                                   RL1054.2
052477     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1054.2
052478         RL-FR2-STATUS CCVS-IOT-KEY                               RL1054.2
052479         BY CONTENT "WRITE  RL-FR2          R0009TE".             RL1054.2
052500     MOVE "W" TO ENTRY-RW (2POS-NUM).                             RL1054.2
052600     ADD 1 TO 2POS-NUM.                                           RL1054.2
052700     MOVE 2POS-NUM TO KEY-2.                                      RL1054.2
053300 3-EXIT.                                                          RL1054.2
053400     EXIT.                                                        RL1054.2
053500 REL-TEST-4.                                                      RL1054.2
053600     OPEN INPUT RL-FR2                                            RL1054.2
053671     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1054.2
053672         RL-FR2-STATUS CCVS-IOT-NOKEY                             RL1054.2
053673         BY CONTENT "OPEN   RL-FR2          R0010TF".             RL1054.2
053700     MOVE 01 TO 2POS-NUM.                                         RL1054.2
053800     MOVE 01 TO SUB-1  KEY-2.                                     RL1054.2
053900     MOVE SPACE TO READ-WRITE-COUNTER.                            RL1054.2
054000 READ-FOR-TEST-4.                                                 RL1054.2
054071     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1054.2
054072         RL-FR2-STATUS CCVS-IOT-KEY                               RL1054.2
054073         BY CONTENT "READ   RL-FR2          R0011B "              RL1054.2
054100     READ RL-FR2 INVALID                                          RL1054.2
054171         MOVE KEY-2 TO CCVS-IOT-KEY                               RL1054.2
054172         CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                RL1054.2
054173             RL-FR2-STATUS CCVS-IOT-KEY                           RL1054.2
054174             BY CONTENT "READ   RL-FR2          R0011P "          RL1054.2
054200         MOVE "INVALID KEY FILE-2  " TO COMPUTED-A                RL1054.2
054300         MOVE SPACE TO CORRECT-A                                  RL1054.2
054400         MOVE "INVALID KEY ON FIRST READ  " TO RE-MARK            RL1054.2
054500         PERFORM FAIL                                             RL1054.2
054600         MOVE "I" TO ENTRY-RW (SUB-1)                             RL1054.2
054700         GO TO REL-TEST-4-WRITE.                                  RL1054.2
054771     MOVE KEY-2 TO CCVS-IOT-KEY                                   RL1054.2
054772     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1054.2
054773         RL-FR2-STATUS CCVS-IOT-KEY                               RL1054.2
054774         BY CONTENT "READ   RL-FR2          R0011TE".             RL1054.2
054800     IF GRP-1SEQ-RECORD-2 NOT EQUAL TO RECORD-MESSAGE             RL1054.2
054900         MOVE "INCORRECT 1ST RECORD" TO COMPUTED-A                RL1054.2
055000         MOVE SPACE TO CORRECT-A                                  RL1054.2
056100     ADD 1 TO SUB-1.                                              RL1054.2
056200*    NOTE  THIS TEST DEPENDS ON TEST-4.                           RL1054.2
056300     MOVE SUB-1 TO KEY-2.                                         RL1054.2
056371     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1054.2
056372         RL-FR2-STATUS CCVS-IOT-KEY                               RL1054.2
056373         BY CONTENT "READ   RL-FR2          R0012B "              RL1054.2
056400     READ RL-FR2 INVALID KEY                                      RL1054.2
056471         MOVE KEY-2 TO CCVS-IOT-KEY                               RL1054.2
056472         CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                RL1054.2
056473             RL-FR2-STATUS CCVS-IOT-KEY                           RL1054.2
056474             BY CONTENT "READ   RL-FR2          R0012P "          RL1054.2
056500         MOVE "E" TO ENTRY-RW (SUB-1)                             RL1054.2
056600         GO TO COMPARE-FOR-TEST-5.                                RL1054.2
056671     MOVE KEY-2 TO CCVS-IOT-KEY                                   RL1054.2
056672     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1054.2
056673         RL-FR2-STATUS CCVS-IOT-KEY                               RL1054.2
056674         BY CONTENT "READ   RL-FR2          R0012TE".             RL1054.2
056700     IF SUB-1 EQUAL TO 17                                         RL1054.2
056800         GO TO COMPARE-FOR-TEST-5.                                RL1054.2
056900     MOVE "R" TO ENTRY-RW (SUB-1).                                RL1054.2
057900 REL-TEST-5-WRITE.                                                RL1054.2
058000     MOVE "REL-TEST-5         " TO PAR-NAME.                      RL1054.2
058100     PERFORM PRINT-DETAIL.                                        RL1054.2
058200     CLOSE RL-FR2                                                 RL1054.2
058271     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1054.2
058272         RL-FR2-STATUS CCVS-IOT-NOKEY                             RL1054.2
058273         BY CONTENT "CLOSE  RL-FR2          R0013TF".             RL1054.2
058300     OPEN OUTPUT RL-FR3                                           RL1054.2
058371     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1054.2
058372         RL-FR3-STATUS CCVS-IOT-NOKEY                             RL1054.2
058373         BY CONTENT "OPEN   RL-FR3          R0014TF".             RL1054.2
058400     MOVE SPACE TO READ-WRITE-COUNTER.                            RL1054.2
058500     MOVE 1 TO KEY-3  2POS-NUM.                                   RL1054.2
058600 REL-TEST-6.                                                      RL1054.2
059200     MOVE SPACE TO CORRECT-A  COMPUTED-A.                         RL1054.2
059300     MOVE "REL-TEST-6         " TO PAR-NAME.                      RL1054.2
059400     PERFORM PRINT-DETAIL.                                        RL1054.2
059500     CLOSE RL-FR3                                                 RL1054.2
059571     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1054.2
059572         RL-FR3-STATUS CCVS-IOT-NOKEY                             RL1054.2
059573         BY CONTENT "CLOSE  RL-FR3          R0015TF".             RL1054.2
059600     GO TO REL-TEST-7.                                            RL1054.2
059700 REL-WRITE-FOR-TEST-6.                                            RL1054.2
059800     MOVE RECORD-MESSAGE TO GRP-1SEQ-RECORD-3.                    RL1054.2
059871     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1054.2
059872         RL-FR3-STATUS CCVS-IOT-KEY                               RL1054.2
059873         BY CONTENT "WRITE  RL-FR3          R0016B "              RL1054.2
059900     WRITE GRP-1SEQ-RECORD-3 INVALID KEY                          RL1054.2
059971         MOVE KEY-3 TO CCVS-IOT-KEY                               RL1054.2
059972         CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                RL1054.2
059973             RL-FR3-STATUS CCVS-IOT-KEY                           RL1054.2
059974             BY CONTENT "WRITE  RL-FR3          R0016P "          RL1054.2
059975         GO TO I-KEY-6.                                           RL1054.2
059976     MOVE KEY-3 TO CCVS-IOT-KEY                                   RL1054.2
059977     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1054.2
059978         RL-FR3-STATUS CCVS-IOT-KEY                               RL1054.2
059979         BY CONTENT "WRITE  RL-FR3          R0016TE".             RL1054.2
060000     MOVE "W" TO ENTRY-RW (2POS-NUM).                             RL1054.2
060100     ADD 1 TO 2POS-NUM.                                           RL1054.2
060200     MOVE 2POS-NUM TO KEY-3.                                      RL1054.2
060800 6-EXIT.                                                          RL1054.2
060900     EXIT.                                                        RL1054.2
061000 REL-TEST-7.                                                      RL1054.2
061100     OPEN INPUT RL-FR3                                            RL1054.2
061171     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1054.2
061172         RL-FR3-STATUS CCVS-IOT-NOKEY                             RL1054.2
061173         BY CONTENT "OPEN   RL-FR3          R0017TF".             RL1054.2
061200     MOVE 08 TO SUB-1  KEY-3  2POS-NUM.                           RL1054.2
061300     MOVE SPACE TO READ-WRITE-COUNTER.                            RL1054.2
061400 READ-FOR-TEST-7.                                                 RL1054.2
061471     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1054.2
061472         RL-FR3-STATUS CCVS-IOT-KEY                               RL1054.2
061473         BY CONTENT "READ   RL-FR3          R0018B "              RL1054.2
061500     READ RL-FR3 INVALID KEY                                      RL1054.2
061571         MOVE KEY-3 TO CCVS-IOT-KEY                               RL1054.2
061572         CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                RL1054.2
061573             RL-FR3-STATUS CCVS-IOT-KEY                           RL1054.2
061574             BY CONTENT "READ   RL-FR3          R0018P "          RL1054.2
061600         MOVE "INVALID KEY ON FILE3" TO COMPUTED-A                RL1054.2
061700         MOVE SPACE TO CORRECT-A                                  RL1054.2
061800         PERFORM FAIL                                             RL1054.2
061900         GO TO REL-TEST-7-WRITE.                                  RL1054.2
061971     MOVE KEY-3 TO CCVS-IOT-KEY                                   RL1054.2
061972     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1054.2
061973         RL-FR3-STATUS CCVS-IOT-KEY                               RL1054.2
061974         BY CONTENT "READ   RL-FR3          R0018TE".             RL1054.2
062000     IF GRP-1SEQ-RECORD-3 NOT EQUAL TO RECORD-MESSAGE             RL1054.2
062100         MOVE GRP-1SEQ-RECORD-3 TO COMPUTED-A                     RL1054.2
062200         MOVE "8TH RECORD MESSAGE" TO CORRECT-A                   RL1054.2
062700 REL-TEST-7-WRITE.                                                RL1054.2
062800     MOVE "REL-TEST-7         " TO PAR-NAME.                      RL1054.2
062900     PERFORM PRINT-DETAIL.                                        RL1054.2
063000     CLOSE RL-FR3                                                 RL1054.2
063071     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1054.2
063072         RL-FR3-STATUS CCVS-IOT-NOKEY                             RL1054.2
063073         BY CONTENT "CLOSE  RL-FR3          R0019TF".             RL1054.2
063100 CCVS-EXIT SECTION.                                               RL1054.2
063200 CCVS-999999.                                                     RL1054.2
063300     GO TO CLOSE-FILES.                                           RL1054.2
