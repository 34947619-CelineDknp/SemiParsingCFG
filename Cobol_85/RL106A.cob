005000     DYNAMIC WS-X021-FNAME                                        RL1064.2
005100             ORGANIZATION IS RELATIVE                             RL1064.2
005200             ACCESS  MODE IS RANDOM                               RL1064.2
005300              RELATIVE KEY IS KEY-1                               RL1064.2
005371              FILE STATUS IS RL-FR4-STATUS.                       RL1064.2
005400     SELECT RL-FR5 ASSIGN TO                                      RL1064.2
005500     DYNAMIC WS-X022-FNAME                                        RL1064.2
005600             ORGANIZATION IS RELATIVE                             RL1064.2
005700             ACCESS  MODE IS RANDOM                               RL1064.2
005800              RELATIVE KEY IS KEY-2                               RL1064.2
005871              FILE STATUS IS RL-FR5-STATUS.                       RL1064.2
005900     SELECT RL-FR6 ASSIGN TO                                      RL1064.2
006000     DYNAMIC WS-X023-FNAME                                        RL1064.2
006100             ORGANIZATION IS RELATIVE                             RL1064.2
006200             ACCESS  MODE IS RANDOM                               RL1064.2
006300              RELATIVE KEY IS KEY-3                               RL1064.2
006371              FILE STATUS IS RL-FR6-STATUS.                       RL1064.2
006400 I-O-CONTROL.                                                     RL1064.2
006500     SAME RL-FR5 RL-FR6.                                          RL1064.2
006600 DATA DIVISION.                                                   RL1064.2
038211     COPY     CCVSSED.                                            RL1064.2
033200 01  CCVS-PGM-ID                     PIC X(9)   VALUE             RL1064.2
033300     "RL106A".                                                    RL1064.2
033371 01  RL-FR4-STATUS PIC XX VALUE SPACE.                            RL1064.2
033372 01  RL-FR5-STATUS PIC XX VALUE SPACE.                            RL1064.2
033373 01  RL-FR6-STATUS PIC XX VALUE SPACE.                            RL1064.2
033374     COPY CCVSIOK.                                                RL1064.2
033400 PROCEDURE DIVISION.                                              RL1064.2
033500 CCVS1 SECTION.                                                   RL1064.2
033600 OPEN-FILES.                                                      RL1064.2
046000     MOVE SPACE TO READ-WRITE-COUNTER.                            RL1064.2
046100     MOVE "R/W REL LENGTH RECS" TO FEATURE.                       RL1064.2
046200 REL-TEST-8.                                                      RL1064.2
046300     OPEN OUTPUT RL-FR4                                           RL1064.2
046371     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1064.2
046372         RL-FR4-STATUS CCVS-IOT-NOKEY                             RL1064.2
046373         BY CONTENT "OPEN   RL-FR4          R0001TF".             RL1064.2
046400     MOVE RECORD-BUILD TO GRP-1SEQ-RECORD-4B.                     RL1064.2
046471     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1064.2
046472         RL-FR4-STATUS CCVS-IOT-KEY                               RL1064.2
046473         BY CONTENT "WRITE  RL-FR4          R0002B "              RL1064.2
046500     WRITE GRP-1SEQ-RECORD-4A INVALID KEY                         RL1064.2
046571         MOVE KEY-1 TO CCVS-IOT-KEY                               RL1064.2
046572         CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                RL1064.2
046573             RL-FR4-STATUS CCVS-IOT-KEY                           RL1064.2
046574             BY CONTENT "WRITE  RL-FR4          R0002P "          RL1064.2
046575         GO TO INVALID-TEST-8.                                    RL1064.2
046576     MOVE KEY-1 TO CCVS-IOT-KEY                                   RL1064.2
046577     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1064.2
046578         RL-FR4-STATUS CCVS-IOT-KEY                               RL1064.2
046579         BY CONTENT "WRITE  RL-FR4          R0002TE".             RL1064.2
046600     MOVE "W" TO ENTRY-RW (POS-NUM2).                             RL1064.2
046700     ADD 1 TO POS-NUM2.                                           RL1064.2
046800     MOVE POS-NUM2 TO KEY-1.                                      RL1064.2
046900     MOVE RECORD-BUILD TO GRP-1SEQ-RECORD-4B.                     RL1064.2
046971     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1064.2
046972         RL-FR4-STATUS CCVS-IOT-KEY                               RL1064.2
046973         BY CONTENT "WRITE  RL-FR4          R0003B "              RL1064.2
047000     WRITE GRP-1SEQ-RECORD-4A INVALID KEY                         RL1064.2
047071         MOVE KEY-1 TO CCVS-IOT-KEY                               RL1064.2
047072         CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                RL1064.2
047073             RL-FR4-STATUS CCVS-IOT-KEY                           RL1064.2
047074             BY CONTENT "WRITE  RL-FR4          R0003P "          RL1064.2
047075         GO TO INVALID-TEST-8.                                    RL1064.2
047076     MOVE KEY-1 TO CCVS-IOT-KEY                                   RL1064.2
047077     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1064.2
047078         RL-FR4-STATUS CCVS-IOT-KEY                               RL1064.2
047079         BY CONTENT "WRITE  RL-FR4          R0003TE".             RL1064.2
047100     MOVE "W" TO ENTRY-RW (POS-NUM2).                             RL1064.2
047200     ADD 1 TO POS-NUM2.                                           RL1064.2
047300     MOVE POS-NUM2 TO KEY-1.                                      RL1064.2
047400     MOVE "LONG "  TO RECORD-LONG-OR-SHORT.                       RL1064.2
047500     MOVE RECORD-BUILD TO GRP-1SEQ-RECORD-4B.                     RL1064.2
047571     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1064.2
047572         RL-FR4-STATUS CCVS-IOT-KEY                               RL1064.2
047573         BY CONTENT "WRITE  RL-FR4          R0004B "              RL1064.2
047600     WRITE GRP-1SEQ-RECORD-4B INVALID KEY                         RL1064.2
047671         MOVE KEY-1 TO CCVS-IOT-KEY                               RL1064.2
047672         CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                RL1064.2
047673             RL-FR4-STATUS CCVS-IOT-KEY                           RL1064.2
047674             BY CONTENT "WRITE  RL-FR4          R0004P "          RL1064.2
047675         GO TO INVALID-TEST-8.                                    RL1064.2
047676     MOVE KEY-1 TO CCVS-IOT-KEY                                   RL1064.2
047677     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1064.2
047678         RL-FR4-STATUS CCVS-IOT-KEY                               RL1064.2
047679         BY CONTENT "WRITE  RL-FR4          R0004TE".             RL1064.2
047700     MOVE "W" TO ENTRY-RW (POS-NUM2).                             RL1064.2
047800     ADD 1 TO POS-NUM2.                                           RL1064.2
047900     MOVE POS-NUM2 TO KEY-1.                                      RL1064.2
048000     MOVE RECORD-BUILD TO GRP-1SEQ-RECORD-4B.                     RL1064.2
048071     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1064.2
048072         RL-FR4-STATUS CCVS-IOT-KEY                               RL1064.2
048073         BY CONTENT "WRITE  RL-FR4          R0005B "              RL1064.2
048100     WRITE GRP-1SEQ-RECORD-4B INVALID KEY                         RL1064.2
048171         MOVE KEY-1 TO CCVS-IOT-KEY                               RL1064.2
048172         CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                RL1064.2
048173             RL-FR4-STATUS CCVS-IOT-KEY                           RL1064.2
048174             BY CONTENT "WRITE  RL-FR4          R0005P "          RL1064.2
048175         GO TO INVALID-TEST-8.                                    RL1064.2
048176     MOVE KEY-1 TO CCVS-IOT-KEY                                   RL1064.2
048177     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1064.2
048178         RL-FR4-STATUS CCVS-IOT-KEY                               RL1064.2
048179         BY CONTENT "WRITE  RL-FR4          R0005TE".             RL1064.2
048200     MOVE "W" TO ENTRY-RW (POS-NUM2).                             RL1064.2
048300     ADD 1 TO POS-NUM2.                                           RL1064.2
048400     MOVE POS-NUM2 TO KEY-1.                                      RL1064.2
048500     MOVE "SHORT" TO RECORD-LONG-OR-SHORT.                        RL1064.2
048600     PERFORM WRITE-FOR-TEST-8 THRU 8-EXIT 11 TIMES.               RL1064.2
048700     MOVE RECORD-BUILD TO GRP-1SEQ-RECORD-4B.                     RL1064.2
048771     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1064.2
048772         RL-FR4-STATUS CCVS-IOT-KEY                               RL1064.2
048773         BY CONTENT "WRITE  RL-FR4          R0006B "              RL1064.2
048800     WRITE GRP-1SEQ-RECORD-4A INVALID KEY                         RL1064.2
048871         MOVE KEY-1 TO CCVS-IOT-KEY                               RL1064.2
048872         CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                RL1064.2
048873             RL-FR4-STATUS CCVS-IOT-KEY                           RL1064.2
048874             BY CONTENT "WRITE  RL-FR4          R0006P "          RL1064.2
048875         GO TO INVALID-TEST-8.                                    RL1064.2
048876     MOVE KEY-1 TO CCVS-IOT-KEY                                   RL1064.2
048877     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1064.2
048878         RL-FR4-STATUS CCVS-IOT-KEY                               RL1064.2
048879         BY CONTENT "WRITE  RL-FR4          R0006TE".             RL1064.2
048900     MOVE "W" TO ENTRY-RW (POS-NUM2).                             RL1064.2
049000     ADD 1 TO POS-NUM2.                                           RL1064.2
049100     MOVE POS-NUM2 TO KEY-1.                                      RL1064.2
049200     MOVE RECORD-BUILD TO GRP-1SEQ-RECORD-4B.                     RL1064.2
049271     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1064.2
049272         RL-FR4-STATUS CCVS-IOT-KEY                               RL1064.2
049273         BY CONTENT "WRITE  RL-FR4          R0007B "              RL1064.2
049300     WRITE GRP-1SEQ-RECORD-4A INVALID KEY                         RL1064.2
049371         MOVE KEY-1 TO CCVS-IOT-KEY                               RL1064.2
049372         CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                RL1064.2
049373             RL-FR4-STATUS CCVS-IOT-KEY                           RL1064.2
049374             BY CONTENT "WRITE  RL-FR4          R0007P "          RL1064.2
049375         GO TO INVALID-TEST-8.                                    RL1064.2
049376     MOVE KEY-1 TO CCVS-IOT-KEY                                   RL1064.2
049377     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1064.2
049378         RL-FR4-STATUS CCVS-IOT-KEY                               RL1064.2
049379         BY CONTENT "WRITE  RL-FR4          R0007TE".             RL1064.2
049400     MOVE "W" TO ENTRY-RW (POS-NUM2).                             RL1064.2
049500     ADD 1 TO POS-NUM2.                                           RL1064.2
049600     MOVE POS-NUM2 TO KEY-1.                                      RL1064.2
049700     MOVE "LONG " TO RECORD-LONG-OR-SHORT.                        RL1064.2
049800     MOVE RECORD-BUILD TO GRP-1SEQ-RECORD-4B.                     RL1064.2
049871     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1064.2
049872         RL-FR4-STATUS CCVS-IOT-KEY                               RL1064.2
049873         BY CONTENT "WRITE  RL-FR4          R0008B "              RL1064.2
049900     WRITE GRP-1SEQ-RECORD-4B INVALID KEY                         RL1064.2
049971         MOVE KEY-1 TO CCVS-IOT-KEY                               RL1064.2
049972         CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                RL1064.2
049973             RL-FR4-STATUS CCVS-IOT-KEY                           RL1064.2
049974             BY CONTENT "WRITE  RL-FR4          R0008P "          RL1064.2
049975         GO TO INVALID-TEST-8.                                    RL1064.2
049976     MOVE KEY-1 TO CCVS-IOT-KEY                                   RL1064.2
049977     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1064.2
049978         RL-FR4-STATUS CCVS-IOT-KEY                               RL1064.2
049979         BY CONTENT "WRITE  RL-FR4          R0008TE".             RL1064.2
050000     MOVE "W" TO ENTRY-RW (POS-NUM2).                             RL1064.2
050100     MOVE SPACE  TO CORRECT-A  COMPUTED-A.                        RL1064.2
050200     MOVE SPACE TO P-OR-F.                                        RL1064.2
051800 REL-TEST-8-WRITE.                                                RL1064.2
051900     MOVE "REL-TEST-8         " TO PAR-NAME.                      RL1064.2
052000     PERFORM PRINT-DETAIL.                                        RL1064.2
052100     CLOSE RL-FR4                                                 RL1064.2
052171     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1064.2
052172         RL-FR4-STATUS CCVS-IOT-NOKEY                             RL1064.2
052173         BY CONTENT "CLOSE  RL-FR4          R0009TF".             RL1064.2
052200*                                                                 RL1064.2
052300     GO TO INIT-TEST-9.                                           RL1064.2
052400 WRITE-FOR-TEST-8.                                                RL1064.2
052500     MOVE RECORD-BUILD TO GRP-1SEQ-RECORD-4B.                     RL1064.2
052571     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1064.2
052572         RL-FR4-STATUS CCVS-IOT-KEY                               RL1064.2
052573         BY CONTENT "WRITE  RL-FR4          R0010B "              RL1064.2
052600     WRITE GRP-1SEQ-RECORD-4A INVALID KEY                         RL1064.2
052671         MOVE KEY-1 TO CCVS-IOT-KEY                               RL1064.2
052672         CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                RL1064.2
052673             RL-FR4-STATUS CCVS-IOT-KEY                           RL1064.2
052674             BY CONTENT "WRITE  RL-FR4          R0010P "          RL1064.2
052675         GO TO I-KEY-8.                                           RL1064.2
052676     MOVE KEY-1 TO CCVS-IOT-KEY                                   RL1064.2
052677     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1064.2
052678         RL-FR4-STATUS CCVS-IOT-KEY                               RL1064.2
052679         BY CONTENT "WRITE  RL-FR4          R0010TE".             RL1064.2
052700     MOVE "W" TO ENTRY-RW (POS-NUM2).                             RL1064.2
052800     ADD 1 TO POS-NUM2.                                           RL1064.2
052900     MOVE POS-NUM2 TO KEY-1.                                      RL1064.2
053700 8-EXIT.                                                          RL1064.2
053800     EXIT.                                                        RL1064.2
053900 INIT-TEST-9.                                                     RL1064.2
054000     OPEN INPUT RL-FR4                                            RL1064.2
054071     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1064.2
054072         RL-FR4-STATUS CCVS-IOT-NOKEY                             RL1064.2
054073         BY CONTENT "OPEN   RL-FR4          R0011TF".             RL1064.2
054100     MOVE 01 TO SUB-1  KEY-1.                                     RL1064.2
054200     MOVE SPACE TO READ-WRITE-COUNTER.                            RL1064.2
054300 REL-TEST-9.                                                      RL1064.2
054371     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1064.2
054372         RL-FR4-STATUS CCVS-IOT-KEY                               RL1064.2
054373         BY CONTENT "READ   RL-FR4          R0012B "              RL1064.2
054400     READ RL-FR4 INVALID KEY                                      RL1064.2
054471         MOVE KEY-1 TO CCVS-IOT-KEY                               RL1064.2
054472         CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                RL1064.2
054473             RL-FR4-STATUS CCVS-IOT-KEY                           RL1064.2
054474             BY CONTENT "READ   RL-FR4          R0012P "          RL1064.2
054500         MOVE "E" TO ENTRY-RW (SUB-1)                             RL1064.2
054600         GO TO COMPARE-FOR-TEST-9.                                RL1064.2
054671     MOVE KEY-1 TO CCVS-IOT-KEY                                   RL1064.2
054672     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1064.2
054673         RL-FR4-STATUS CCVS-IOT-KEY                               RL1064.2
054674         BY CONTENT "READ   RL-FR4          R0012TE".             RL1064.2
054700     IF SUB-1 EQUAL TO 19                                         RL1064.2
054800         GO TO COMPARE-FOR-TEST-9.                                RL1064.2
054900     MOVE "R" TO ENTRY-RW (SUB-1).                                RL1064.2
056100 REL-TEST-9-WRITE.                                                RL1064.2
056200     MOVE "REL-TEST-9         " TO PAR-NAME.                      RL1064.2
056300     PERFORM PRINT-DETAIL.                                        RL1064.2
056400     CLOSE RL-FR4                                                 RL1064.2
056471     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1064.2
056472         RL-FR4-STATUS CCVS-IOT-NOKEY                             RL1064.2
056473         BY CONTENT "CLOSE  RL-FR4          R0013TF".             RL1064.2
056500 INIT-TEST-10.                                                    RL1064.2
056600     OPEN INPUT RL-FR4                                            RL1064.2
056671     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1064.2
056672         RL-FR4-STATUS CCVS-IOT-NOKEY                             RL1064.2
056673         BY CONTENT "OPEN   RL-FR4          R0014TF".             RL1064.2
056700     MOVE 10 TO SUB-1  KEY-1.                                     RL1064.2
056800 REL-TEST-10.                                                     RL1064.2
056871     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1064.2
056872         RL-FR4-STATUS CCVS-IOT-KEY                               RL1064.2
056873         BY CONTENT "READ   RL-FR4          R0015B "              RL1064.2
056900     READ RL-FR4 INVALID KEY                                      RL1064.2
056971         MOVE KEY-1 TO CCVS-IOT-KEY                               RL1064.2
056972         CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                RL1064.2
056973             RL-FR4-STATUS CCVS-IOT-KEY                           RL1064.2
056974             BY CONTENT "READ   RL-FR4          R0015P "          RL1064.2
057000         MOVE "***INVALID KEY***" TO COMPUTED-A                   RL1064.2
057100         MOVE SPACE TO CORRECT-A                                  RL1064.2
057200         MOVE "INVAILD KEY RL-FR4  " TO RE-MARK                   RL1064.2
057300         PERFORM FAIL                                             RL1064.2
057400         GO TO REL-TEST-10-WRITE.                                 RL1064.2
057471     MOVE KEY-1 TO CCVS-IOT-KEY                                   RL1064.2
057472     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1064.2
057473         RL-FR4-STATUS CCVS-IOT-KEY                               RL1064.2
057474         BY CONTENT "READ   RL-FR4          R0015TE".             RL1064.2
057500*    NOTE  *** IF REC-NUMBER-4B CONTAINS THE RECORD NUMBER        RL1064.2
057600*          THEN FIXED LENGTH RECORDS WERE WRITTEN INSTEAD         RL1064.2
057700*          OF VARIABLE LENGTH RECORDS.                            RL1064.2
058000     IF REC-NUMBER-4B EQUAL TO "10"                               RL1064.2
058100          MOVE "FIXED LENGTH RECORDS" TO COMPUTED-A.              RL1064.2
058200 REL-TEST-10-WRITE.                                               RL1064.2
058300     CLOSE RL-FR4                                                 RL1064.2
058371     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1064.2
058372         RL-FR4-STATUS CCVS-IOT-NOKEY                             RL1064.2
058373         BY CONTENT "CLOSE  RL-FR4          R0016TF".             RL1064.2
058400     MOVE "INFO ONLY-SEE PROGRAM" TO RE-MARK.                     RL1064.2
058500     MOVE "REL-TEST-10        " TO PAR-NAME.                      RL1064.2
058600     PERFORM PRINT-DETAIL.                                        RL1064.2
058700     MOVE SPACE TO READ-WRITE-COUNTER.                            RL1064.2
058800     MOVE 1 TO KEY-2  POS-NUM2.                                   RL1064.2
058900 REL-TEST-11.                                                     RL1064.2
059000     OPEN OUTPUT RL-FR5                                           RL1064.2
059071     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1064.2
059072         RL-FR5-STATUS CCVS-IOT-NOKEY                             RL1064.2
059073         BY CONTENT "OPEN   RL-FR5          R0017TF".             RL1064.2
059100     PERFORM REL-TEST-11-SHORT-REC  2 TIMES.                      RL1064.2
059200     PERFORM REL-TEST-11-LONG-REC 2 TIMES.                        RL1064.2
059300     PERFORM REL-TEST-11-SHORT-REC 4 TIMES.                       RL1064.2
060400 REL-TEST-11-LONG-REC.                                            RL1064.2
060500     MOVE "LONG " TO RECORD-LONG-OR-SHORT.                        RL1064.2
060600     MOVE RECORD-BUILD TO GRP-1SEQ-RECORD-5B.                     RL1064.2
060671     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1064.2
060672         RL-FR5-STATUS CCVS-IOT-KEY                               RL1064.2
060673         BY CONTENT "WRITE  RL-FR5          R0018B "              RL1064.2
060700     WRITE GRP-1SEQ-RECORD-5B INVALID KEY                         RL1064.2
060771         MOVE KEY-2 TO CCVS-IOT-KEY                               RL1064.2
060772         CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                RL1064.2
060773             RL-FR5-STATUS CCVS-IOT-KEY                           RL1064.2
060774             BY CONTENT "WRITE  RL-FR5          R0018P "          RL1064.2
060775         GO TO I-KEY-11.                                          RL1064.2
060776     MOVE KEY-2 TO CCVS-IOT-KEY                                   RL1064.2
060777     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1064.2
060778         RL-FR5-STATUS CCVS-IOT-KEY                               RL1064.2
060779         BY CONTENT "WRITE  RL-FR5          R0018TE".             RL1064.2
060800     MOVE "W" TO ENTRY-RW (POS-NUM2).                             RL1064.2
060900     ADD 1 TO POS-NUM2.                                           RL1064.2
061000     MOVE POS-NUM2 TO KEY-2.                                      RL1064.2
061100 REL-TEST-11-SHORT-REC.                                           RL1064.2
061200     MOVE "SHORT" TO RECORD-LONG-OR-SHORT.                        RL1064.2
061300     MOVE RECORD-BUILD TO GRP-1SEQ-RECORD-5B.                     RL1064.2
061371     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1064.2
061372         RL-FR5-STATUS CCVS-IOT-KEY                               RL1064.2
061373         BY CONTENT "WRITE  RL-FR5          R0019B "              RL1064.2
061400     WRITE GRP-1SEQ-RECORD-5A INVALID KEY                         RL1064.2
061471         MOVE KEY-2 TO CCVS-IOT-KEY                               RL1064.2
061472         CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                RL1064.2
061473             RL-FR5-STATUS CCVS-IOT-KEY                           RL1064.2
061474             BY CONTENT "WRITE  RL-FR5          R0019P "          RL1064.2
061475         GO TO I-KEY-11.                                          RL1064.2
061476     MOVE KEY-2 TO CCVS-IOT-KEY                                   RL1064.2
061477     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1064.2
061478         RL-FR5-STATUS CCVS-IOT-KEY                               RL1064.2
061479         BY CONTENT "WRITE  RL-FR5          R0019TE".             RL1064.2
061500     MOVE "W" TO ENTRY-RW (POS-NUM2).                             RL1064.2
061600     ADD 1 TO POS-NUM2.                                           RL1064.2
061700     MOVE POS-NUM2 TO KEY-2.                                      RL1064.2
062100     MOVE "I" TO ENTRY-RW (POS-NUM2).                             RL1064.2
062200     MOVE READ-WRITE-COUNTER TO COMPUTED-A.                       RL1064.2
062300 REL-TEST-11-WRITE.                                               RL1064.2
062400     CLOSE RL-FR5                                                 RL1064.2
062471     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1064.2
062472         RL-FR5-STATUS CCVS-IOT-NOKEY                             RL1064.2
062473         BY CONTENT "CLOSE  RL-FR5          R0020TF".             RL1064.2
062500     MOVE "REL-TEST-11        " TO PAR-NAME.                      RL1064.2
062600     PERFORM PRINT-DETAIL.                                        RL1064.2
062700*                                                                 RL1064.2
062800 INIT-TEST-12.                                                    RL1064.2
062900     OPEN INPUT RL-FR5                                            RL1064.2
062971     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1064.2
062972         RL-FR5-STATUS CCVS-IOT-NOKEY                             RL1064.2
062973         BY CONTENT "OPEN   RL-FR5          R0021TF".             RL1064.2
063000     MOVE 01 TO SUB-1  KEY-2.                                     RL1064.2
063100     MOVE SPACE TO READ-WRITE-COUNTER.                            RL1064.2
063200 REL-TEST-12.                                                     RL1064.2
063271     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1064.2
063272         RL-FR5-STATUS CCVS-IOT-KEY                               RL1064.2
063273         BY CONTENT "READ   RL-FR5          R0022B "              RL1064.2
063300     READ RL-FR5 INVALID KEY                                      RL1064.2
063371         MOVE KEY-2 TO CCVS-IOT-KEY                               RL1064.2
063372         CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                RL1064.2
063373             RL-FR5-STATUS CCVS-IOT-KEY                           RL1064.2
063374             BY CONTENT "READ   RL-FR5          R0022P "          RL1064.2
063400         MOVE "E" TO ENTRY-RW (SUB-1)                             RL1064.2
063500         GO TO COMPARE-FOR-TEST-12.                               RL1064.2
063571     MOVE KEY-2 TO CCVS-IOT-KEY                                   RL1064.2
063572     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1064.2
063573         RL-FR5-STATUS CCVS-IOT-KEY                               RL1064.2
063574         BY CONTENT "READ   RL-FR5          R0022TE".             RL1064.2
063600     MOVE "R" TO ENTRY-RW (SUB-1).                                RL1064.2
063700     IF SUB-1 EQUAL TO 11                                         RL1064.2
063800         GO TO COMPARE-FOR-TEST-12.                               RL1064.2
065100 REL-TEST-12-WRITE.                                               RL1064.2
065200     MOVE "REL-TEST-12        " TO PAR-NAME.                      RL1064.2
065300     PERFORM PRINT-DETAIL.                                        RL1064.2
065400     CLOSE RL-FR5                                                 RL1064.2
065471     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1064.2
065472         RL-FR5-STATUS CCVS-IOT-NOKEY                             RL1064.2
065473         BY CONTENT "CLOSE  RL-FR5          R0023TF".             RL1064.2
065500 INIT-TEST-13.                                                    RL1064.2
065600     OPEN INPUT RL-FR5                                            RL1064.2
065671     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1064.2
065672         RL-FR5-STATUS CCVS-IOT-NOKEY                             RL1064.2
065673         BY CONTENT "OPEN   RL-FR5          R0024TF".             RL1064.2
065700     MOVE 05 TO SUB-1  KEY-2.                                     RL1064.2
065800 READ-FOR-TEST-13.                                                RL1064.2
065871     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1064.2
065872         RL-FR5-STATUS CCVS-IOT-KEY                               RL1064.2
065873         BY CONTENT "READ   RL-FR5          R0025B "              RL1064.2
065900     READ RL-FR5 INVALID KEY                                      RL1064.2
065971         MOVE KEY-2 TO CCVS-IOT-KEY                               RL1064.2
065972         CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                RL1064.2
065973             RL-FR5-STATUS CCVS-IOT-KEY                           RL1064.2
065974             BY CONTENT "READ   RL-FR5          R0025P "          RL1064.2
066000         MOVE "***INVALID KEY***" TO COMPUTED-A                   RL1064.2
066100         MOVE SPACE TO CORRECT-A                                  RL1064.2
066200         MOVE "INVALID KEY RL-FR5 " TO RE-MARK                    RL1064.2
066300         PERFORM FAIL                                             RL1064.2
066400         GO TO REL-TEST-13-WRITE.                                 RL1064.2
066471     MOVE KEY-2 TO CCVS-IOT-KEY                                   RL1064.2
066472     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1064.2
066473         RL-FR5-STATUS CCVS-IOT-KEY                               RL1064.2
066474         BY CONTENT "READ   RL-FR5          R0025TE".             RL1064.2
066500*    NOTE  *** IF REC-NUMBER-5B CONTAINS THE RECORD NUMBER        RL1064.2
066600*          THEN FIXED LENGTH RECORDS WERE WRITTEN INSTEAD         RL1064.2
066700*          OF VARIABLE LENGTH RECORDS.                            RL1064.2
067500     PERFORM PRINT-DETAIL.                                        RL1064.2
067600     MOVE 6 TO KEY-2.                                             RL1064.2
067700 REL-TEST-14.                                                     RL1064.2
067771     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1064.2
067772         RL-FR5-STATUS CCVS-IOT-KEY                               RL1064.2
067773         BY CONTENT "READ   RL-FR5          R0026B "              RL1064.2
067800     READ RL-FR5 INVALID KEY                                      RL1064.2
067871         MOVE KEY-2 TO CCVS-IOT-KEY                               RL1064.2
067872         CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                RL1064.2
067873             RL-FR5-STATUS CCVS-IOT-KEY                           RL1064.2
067874             BY CONTENT "READ   RL-FR5          R0026P "          RL1064.2
067900         MOVE "***INVALID KEY***" TO COMPUTED-A                   RL1064.2
068000         MOVE SPACE TO CORRECT-A                                  RL1064.2
068100         MOVE "INVALID KEY ON RECORD 6 " TO RE-MARK               RL1064.2
068200         PERFORM FAIL                                             RL1064.2
068300         GO TO REL-TEST-14-WRITE.                                 RL1064.2
068371     MOVE KEY-2 TO CCVS-IOT-KEY                                   RL1064.2
068372     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1064.2
068373         RL-FR5-STATUS CCVS-IOT-KEY                               RL1064.2
068374         BY CONTENT "READ   RL-FR5          R0026TE".             RL1064.2
068400*    NOTE  CHECK LENGTH OF RECORD 6.                              RL1064.2
068500     IF REC-NUMBER-5B EQUAL TO "06"                               RL1064.2
068600         MOVE "FIXED LENGTH RECORDS" TO COMPUTED-A.               RL1064.2
069000     PERFORM PRINT-DETAIL.                                        RL1064.2
069100     MOVE SPACE TO READ-WRITE-COUNTER.                            RL1064.2
069200 INIT-TEST-15.                                                    RL1064.2
069300     CLOSE RL-FR5                                                 RL1064.2
069371     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1064.2
069372         RL-FR5-STATUS CCVS-IOT-NOKEY                             RL1064.2
069373         BY CONTENT "CLOSE  RL-FR5          R0027TF".             RL1064.2
069400     MOVE 1 TO KEY-1  KEY-2  KEY-3  POS-NUM2.                     RL1064.2
069500 REL-TEST-15.                                                     RL1064.2
069600     OPEN OUTPUT RL-FR6                                           RL1064.2
069671     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1064.2
069672         RL-FR6-STATUS CCVS-IOT-NOKEY                             RL1064.2
069673         BY CONTENT "OPEN   RL-FR6          R0028TF".             RL1064.2
069700     PERFORM REL-TEST-12-SHORT-REC 3 TIMES.                       RL1064.2
069800     PERFORM REL-TEST-12-LONG-REC 2 TIMES.                        RL1064.2
069900     PERFORM REL-TEST-12-SHORT-REC.                               RL1064.2
071400 REL-TEST-12-LONG-REC.                                            RL1064.2
071500     MOVE "LONG " TO RECORD-LONG-OR-SHORT.                        RL1064.2
071600     MOVE RECORD-BUILD TO GRP-1SEQ-RECORD-6B.                     RL1064.2
071671     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1064.2
071672         RL-FR6-STATUS CCVS-IOT-KEY                               RL1064.2
071673         BY CONTENT "WRITE  RL-FR6          R0029B "              RL1064.2
071700     WRITE GRP-1SEQ-RECORD-6B INVALID KEY                         RL1064.2
071771         MOVE KEY-3 TO CCVS-IOT-KEY                               RL1064.2
071772         CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                RL1064.2
071773             RL-FR6-STATUS CCVS-IOT-KEY                           RL1064.2
071774             BY CONTENT "WRITE  RL-FR6          R0029P "          RL1064.2
071775         GO TO I-KEY-15.                                          RL1064.2
071776     MOVE KEY-3 TO CCVS-IOT-KEY                                   RL1064.2
071777     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1064.2
071778         RL-FR6-STATUS CCVS-IOT-KEY                               RL1064.2
071779         BY CONTENT "WRITE  RL-FR6          R0029TE".             RL1064.2
071800     MOVE "W" TO ENTRY-RW (POS-NUM2).                             RL1064.2
071900     ADD 1 TO POS-NUM2.                                           RL1064.2
072000     MOVE POS-NUM2 TO KEY-3.                                      RL1064.2
072100 REL-TEST-12-SHORT-REC.                                           RL1064.2
072200     MOVE "SHORT" TO RECORD-LONG-OR-SHORT.                        RL1064.2
072300     MOVE RECORD-BUILD TO GRP-1SEQ-RECORD-6B.                     RL1064.2
072371     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1064.2
072372         RL-FR6-STATUS CCVS-IOT-KEY                               RL1064.2
072373         BY CONTENT "WRITE  RL-FR6          R0030B "              RL1064.2
072400     WRITE GRP-1SEQ-RECORD-6A INVALID KEY                         RL1064.2
072471         MOVE KEY-3 TO CCVS-IOT-KEY                               RL1064.2
072472         CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                RL1064.2
072473             RL-FR6-STATUS CCVS-IOT-KEY                           RL1064.2
072474             BY CONTENT "WRITE  RL-FR6          R0030P "          RL1064.2
072475         GO TO I-KEY-15.                                          RL1064.2
072476     MOVE KEY-3 TO CCVS-IOT-KEY                                   RL1064.2
072477     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1064.2
072478         RL-FR6-STATUS CCVS-IOT-KEY                               RL1064.2
072479         BY CONTENT "WRITE  RL-FR6          R0030TE".             RL1064.2
072500     MOVE "W" TO ENTRY-RW (POS-NUM2).                             RL1064.2
072600     ADD 1 TO POS-NUM2.                                           RL1064.2
072700     MOVE POS-NUM2 TO KEY-3.                                      RL1064.2
073300 REL-TEST-15-WRITE.                                               RL1064.2
073400     MOVE "REL-TEST-15        " TO PAR-NAME.                      RL1064.2
073500     PERFORM PRINT-DETAIL.                                        RL1064.2
073600     CLOSE RL-FR6                                                 RL1064.2
073671     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1064.2
073672         RL-FR6-STATUS CCVS-IOT-NOKEY                             RL1064.2
073673         BY CONTENT "CLOSE  RL-FR6          R0031TF".             RL1064.2
073700*                                                                 RL1064.2
073800 INIT-TEST-16.                                                    RL1064.2
073900     OPEN INPUT RL-FR6                                            RL1064.2
073971     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1064.2
073972         RL-FR6-STATUS CCVS-IOT-NOKEY                             RL1064.2
073973         BY CONTENT "OPEN   RL-FR6          R0032TF".             RL1064.2
074000     MOVE 01 TO SUB-1  KEY-3.                                     RL1064.2
074100 REL-TEST-16.                                                     RL1064.2
074171     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1064.2
074172         RL-FR6-STATUS CCVS-IOT-KEY                               RL1064.2
074173         BY CONTENT "READ   RL-FR6          R0033B "              RL1064.2
074200     READ RL-FR6 INVALID KEY                                      RL1064.2
074271         MOVE KEY-3 TO CCVS-IOT-KEY                               RL1064.2
074272         CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                RL1064.2
074273             RL-FR6-STATUS CCVS-IOT-KEY                           RL1064.2
074274             BY CONTENT "READ   RL-FR6          R0033P "          RL1064.2
074300         MOVE "***INVALID KEY***" TO COMPUTED-A                   RL1064.2
074400         MOVE SPACE TO CORRECT-A                                  RL1064.2
074500         MOVE "INVALID KEY ON RANDOM-FILE3" TO RE-MARK            RL1064.2
074600         PERFORM FAIL                                             RL1064.2
074700         GO TO REL-TEST-16-WRITE.                                 RL1064.2
074771     MOVE KEY-3 TO CCVS-IOT-KEY                                   RL1064.2
074772     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1064.2
074773         RL-FR6-STATUS CCVS-IOT-KEY                               RL1064.2
074774         BY CONTENT "READ   RL-FR6          R0033TE".             RL1064.2
074800     IF SUB-1 EQUAL TO 7                                          RL1064.2
074900         GO TO COMPARE-FOR-TEST-16.                               RL1064.2
075000     ADD 1 TO SUB-1.                                              RL1064.2
076500 INIT-TEST-17.                                                    RL1064.2
076600     MOVE 01 TO SUB-1  KEY-3.                                     RL1064.2
076700 READ-FOR-TEST-17.                                                RL1064.2
076771     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1064.2
076772         RL-FR6-STATUS CCVS-IOT-KEY                               RL1064.2
076773         BY CONTENT "READ   RL-FR6          R0034B "              RL1064.2
076800     READ RL-FR6 INVALID KEY                                      RL1064.2
076871         MOVE KEY-3 TO CCVS-IOT-KEY                               RL1064.2
076872         CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                RL1064.2
076873             RL-FR6-STATUS CCVS-IOT-KEY                           RL1064.2
076874             BY CONTENT "READ   RL-FR6          R0034P "          RL1064.2
076900         MOVE "***INVALID KEY***" TO COMPUTED-A                   RL1064.2
077000         MOVE SPACE TO CORRECT-A                                  RL1064.2
077100         MOVE "INVALID KEY RL-FR6 " TO RE-MARK                    RL1064.2
077200         PERFORM FAIL                                             RL1064.2
077300         GO TO REL-TEST-17-WRITE.                                 RL1064.2
077371     MOVE KEY-3 TO CCVS-IOT-KEY                                   RL1064.2
077372     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1064.2
077373         RL-FR6-STATUS CCVS-IOT-KEY                               RL1064.2
077374         BY CONTENT "READ   RL-FR6          R0034TE".             RL1064.2
077400     IF SUB-1 EQUAL TO 02                                         RL1064.2
077500         GO TO REL-TEST-17.                                       RL1064.2
077600     ADD 1 TO SUB-1.                                              RL1064.2
079100 INIT-TEST-18.                                                    RL1064.2
079200     MOVE 12 TO SUB-1  KEY-3.                                     RL1064.2
079300 READ-FOR-TEST-18.                                                RL1064.2
079371     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1064.2
079372         RL-FR6-STATUS CCVS-IOT-KEY                               RL1064.2
079373         BY CONTENT "READ   RL-FR6          R0035B "              RL1064.2
079400     READ RL-FR6 INVALID KEY                                      RL1064.2
079471         MOVE KEY-3 TO CCVS-IOT-KEY                               RL1064.2
079472         CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                RL1064.2
079473             RL-FR6-STATUS CCVS-IOT-KEY                           RL1064.2
079474             BY CONTENT "READ   RL-FR6          R0035P "          RL1064.2
079500         MOVE "***INVALID KEY***" TO COMPUTED-A                   RL1064.2
079600         MOVE "RECORD 12 IS MISSING" TO CORRECT-A                 RL1064.2
079700         MOVE "ATTEMPT TO READ LAST RECORD" TO RE-MARK            RL1064.2
079800         PERFORM FAIL                                             RL1064.2
079900         GO TO REL-TEST-18-WRITE.                                 RL1064.2
079971     MOVE KEY-3 TO CCVS-IOT-KEY                                   RL1064.2
079972     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1064.2
079973         RL-FR6-STATUS CCVS-IOT-KEY                               RL1064.2
079974         BY CONTENT "READ   RL-FR6          R0035TE".             RL1064.2
080000*    NOTE  *** RECORD 12 WAS A LONG RECORD AND                    RL1064.2
080100*          REC-NUMBER-6B SHOULD CONTAIN 12.                       RL1064.2
080200 REL-TEST-18.                                                     RL1064.2
080800 REL-TEST-18-WRITE.                                               RL1064.2
080900     MOVE "REL-TEST-18        " TO PAR-NAME.                      RL1064.2
081000     PERFORM PRINT-DETAIL.                                        RL1064.2
081100     CLOSE RL-FR6                                                 RL1064.2
081171     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1064.2
081172         RL-FR6-STATUS CCVS-IOT-NOKEY                             RL1064.2
081173         BY CONTENT "CLOSE  RL-FR6          R0036TF".             RL1064.2
081200 CCVS-EXIT SECTION.                                               RL1064.2
081300 CCVS-999999.                                                     RL1064.2
081400     GO TO CLOSE-FILES.                                           RL1064.2
