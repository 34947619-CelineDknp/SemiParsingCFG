036411     COPY     CCVSSED.                                            RL1114.2
030900 01  CCVS-PGM-ID                     PIC X(9)   VALUE             RL1114.2
031000     "RL111A".                                                    RL1114.2
031071     COPY CCVSIOK.                                                RL1114.2
031100 PROCEDURE DIVISION.                                              RL1114.2
031200 DECLARATIVES.                                                    RL1114.2
031300 RL-FS2-01 SECTION.                                               RL1114.2
034800         PERFORM D-FAIL.                                          RL1114.2
034900     PERFORM D-PRINT-DETAIL.                                      RL1114.2
035000 D-CLOSE-FILES.                                                   RL1114.2
035100     CLOSE RL-FS3                                                 RL1114.2
035171     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1114.2
035172         RL-FS3-STATUS CCVS-IOT-NOKEY                             RL1114.2
035173         BY CONTENT "CLOSE  RL-FS3          R0001T ".             RL1114.2
035200     PERFORM D-END-ROUTINE THRU D-END-ROUTINE-13.                 RL1114.2
035300     CLOSE PRINT-FILE.                                            RL1114.2
036413     CLOSE    SUITE-SUMMARY-FILE.                                 RL1114.2
060000                            WRK-CS-09V00-017 WRK-CS-09V00-018.    RL1114.2
060100     MOVE     SPACE     TO  RL-FS2-STATUS.                        RL1114.2
060200     MOVE     01 TO REC-CT.                                       RL1114.2
060300     OPEN     OUTPUT    RL-FS2                                    RL1114.2
060371     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1114.2
060372         RL-FS2-STATUS CCVS-IOT-NOKEY                             RL1114.2
060373         BY CONTENT "OPEN   RL-FS2          R0002T ".             RL1114.2
060400     MOVE     RL-FS2-STATUS TO WRK-XN-0002-001.                   RL1114.2
060500*CAPTURE STATUS KEY AFTER  OPEN STATEMENT IS EXECUTED.            RL1114.2
060600 REL-TEST-009-R.                                                  RL1114.2
060800     MOVE     FILE-RECORD-INFO-P1-120 (2) TO RL-FS2-WRK-120.      RL1114.2
060900     MOVE     FILE-RECORD-INFO-P1-120 (2) TO                      RL1114.2
061000               RL-FS2-GRP-120.                                    RL1114.2
061100     WRITE    RL-FS2R1-F-G-240                                    RL1114.2
061171     MOVE RL-FS2-KEY TO CCVS-IOT-KEY                              RL1114.2
061172     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1114.2
061173         RL-FS2-STATUS CCVS-IOT-KEY                               RL1114.2
061174         BY CONTENT "WRITE  RL-FS2          R0003T ".             RL1114.2
061200     IF        RL-FS2-STATUS NOT EQUAL TO "00"                    RL1114.2
061300              GO TO  REL-TEST-009-2.                              RL1114.2
061400     IF       XRECORD-NUMBER (2) EQUAL TO 500                     RL1114.2
065700     ADD      01 TO REC-CT.                                       RL1114.2
065800*    .04                                                          RL1114.2
065900     MOVE     SPACE  TO  RL-FS2-STATUS.                           RL1114.2
066000     CLOSE    RL-FS2                                              RL1114.2
066071     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1114.2
066072         RL-FS2-STATUS CCVS-IOT-NOKEY                             RL1114.2
066073         BY CONTENT "CLOSE  RL-FS2          R0004T ".             RL1114.2
066100     IF        RL-FS2-STATUS NOT EQUAL TO "00"                    RL1114.2
066200              MOVE "CLOSE/STATUS" TO RE-MARK                      RL1114.2
066300              MOVE   RL-FS2-STATUS TO COMPUTED-A                  RL1114.2
067800     MOVE     ZERO  TO  WRK-CS-09V00-017.                         RL1114.2
067900     MOVE     ZERO  TO  WRK-CS-09V00-018.                         RL1114.2
068000     MOVE     01 TO REC-CT.                                       RL1114.2
068100     OPEN     I-O  RL-FS2                                         RL1114.2
068171     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1114.2
068172         RL-FS2-STATUS CCVS-IOT-NOKEY                             RL1114.2
068173         BY CONTENT "OPEN   RL-FS2          R0005T ".             RL1114.2
068200     MOVE     SPACE     TO  WRK-XN-0002-002                       RL1114.2
068300     MOVE     SPACE     TO  WRK-XN-0002-003                       RL1114.2
068400     MOVE     SPACE     TO  WRK-XN-0002-004                       RL1114.2
069100     MOVE    "VIII-26 4.5.2" TO ANSI-REFERENCE.                   RL1114.2
069200     ADD      1 TO WRK-CS-09V00-014.                              RL1114.2
069300     ADD      1 TO WRK-CS-09V00-015.                              RL1114.2
069400     READ     RL-FS2                                              RL1114.2
069471     MOVE RL-FS2-KEY TO CCVS-IOT-KEY                              RL1114.2
069472     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1114.2
069473         RL-FS2-STATUS CCVS-IOT-KEY                               RL1114.2
069474         BY CONTENT "READ   RL-FS2          R0006T ".             RL1114.2
069500     IF        RL-FS2-STATUS EQUAL TO "10"                        RL1114.2
069600              GO TO  REL-TEST-010-3.                              RL1114.2
069700     MOVE     RL-FS2-WRK-120 TO FILE-RECORD-INFO-P1-120 (2).      RL1114.2
069900              ADD 01 TO UPDATE-NUMBER (2)                         RL1114.2
070000              MOVE FILE-RECORD-INFO-P1-120 (2) TO RL-FS2-WRK-120  RL1114.2
070100              REWRITE RL-FS2R1-F-G-240                            RL1114.2
070171              MOVE RL-FS2-KEY TO CCVS-IOT-KEY                     RL1114.2
070172              CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME           RL1114.2
070173                  RL-FS2-STATUS CCVS-IOT-KEY                      RL1114.2
070174                  BY CONTENT "REWRITERL-FS2          R0007T "     RL1114.2
070200           MOVE ZERO TO WRK-CS-09V00-015                          RL1114.2
070300              GO TO  REL-TEST-010-2.                              RL1114.2
070400     IF       WRK-CS-09V00-014 GREATER 500                        RL1114.2
077200*    .06                                                          RL1114.2
077300     MOVE     SPACE TO RL-FS2-STATUS.                             RL1114.2
077400     CLOSE    RL-FS2                                              RL1114.2
077471     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1114.2
077472         RL-FS2-STATUS CCVS-IOT-NOKEY                             RL1114.2
077473         BY CONTENT "CLOSE  RL-FS2          R0008T "              RL1114.2
077500     IF        RL-FS2-STATUS NOT EQUAL TO "00"                    RL1114.2
077600              MOVE "CLOSE/STATUS" TO RE-MARK                      RL1114.2
077700              MOVE  RL-FS2-STATUS TO  COMPUTED-A                  RL1114.2
080000     MOVE    0 TO REC-CT.                                         RL1114.2
080100     MOVE    SPACES TO RL-FS2-STATUS.                             RL1114.2
080200     MOVE    SPACES TO FILE-RECORD-INFO-P1-120 (2).               RL1114.2
080300     OPEN    I-O RL-FS2                                           RL1114.2
080371     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1114.2
080372         RL-FS2-STATUS CCVS-IOT-NOKEY                             RL1114.2
080373         BY CONTENT "OPEN   RL-FS2          R0009T ".             RL1114.2
080400 REL-TEST-020-1.                                                  RL1114.2
080500     MOVE   "REL-TEST-020-1" TO PAR-NAME.                         RL1114.2
080600     IF      RL-FS2-STATUS = "00"                                 RL1114.2
081400             PERFORM PRINT-DETAIL.                                RL1114.2
081500 REL-TEST-020-2.                                                  RL1114.2
081600     MOVE   "REL-TEST-020-2" TO PAR-NAME.                         RL1114.2
081671     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1114.2
081672         RL-FS2-STATUS CCVS-IOT-KEY                               RL1114.2
081673         BY CONTENT "READ   RL-FS2          R0010B "              RL1114.2
081700     READ    RL-FS2  INTO FILE-RECORD-INFO-P1-120 (2)             RL1114.2
081800             END                                                  RL1114.2
081871                 MOVE RL-FS2-KEY TO CCVS-IOT-KEY                  RL1114.2
081872                 CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME        RL1114.2
081873                     RL-FS2-STATUS CCVS-IOT-KEY                   RL1114.2
081874                     BY CONTENT "READ   RL-FS2          R0010P "  RL1114.2
081900             MOVE   "END ENCOUNTERED ON FIRST READ" TO RE-MARK    RL1114.2
082000             PERFORM FAIL                                         RL1114.2
082100             PERFORM PRINT-DETAIL                                 RL1114.2
082200             NOT AT END                                           RL1114.2
082271                 MOVE RL-FS2-KEY TO CCVS-IOT-KEY                  RL1114.2
082272                 CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME        RL1114.2
082273                     RL-FS2-STATUS CCVS-IOT-KEY                   RL1114.2
082274                     BY CONTENT "READ   RL-FS2          R0010P "  RL1114.2
082300             PERFORM PASS                                         RL1114.2
082400             PERFORM PRINT-DETAIL                                 RL1114.2
082500     END-READ                                                     RL1114.2
082571     MOVE RL-FS2-KEY TO CCVS-IOT-KEY                              RL1114.2
082572     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1114.2
082573         RL-FS2-STATUS CCVS-IOT-KEY                               RL1114.2
082574         BY CONTENT "READ   RL-FS2          R0010T "              RL1114.2
082600     MOVE   "X" TO WRK-XN-00001-1.                                RL1114.2
082700 REL-TEST-020-3.                                                  RL1114.2
082800     MOVE   "REL-TEST-020-3" TO PAR-NAME.                         RL1114.2
085600     MOVE    SPACES TO FILE-RECORD-INFO-P1-120 (2).               RL1114.2
085700 REL-TEST-030-1.                                                  RL1114.2
085800     MOVE   "REL-TEST-030-1" TO PAR-NAME.                         RL1114.2
085871     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1114.2
085872         RL-FS2-STATUS CCVS-IOT-KEY                               RL1114.2
085873         BY CONTENT "READ   RL-FS2          R0011B "              RL1114.2
085900     READ    RL-FS2                                               RL1114.2
086000             END                                                  RL1114.2
086071                 MOVE RL-FS2-KEY TO CCVS-IOT-KEY                  RL1114.2
086072                 CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME        RL1114.2
086073                     RL-FS2-STATUS CCVS-IOT-KEY                   RL1114.2
086074                     BY CONTENT "READ   RL-FS2          R0011P "  RL1114.2
086100             MOVE   "END ENCOUNTERED ON SECOND READ" TO RE-MARK   RL1114.2
086200             PERFORM FAIL                                         RL1114.2
086300             PERFORM PRINT-DETAIL                                 RL1114.2
086400             NOT AT END                                           RL1114.2
086471                 MOVE RL-FS2-KEY TO CCVS-IOT-KEY                  RL1114.2
086472                 CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME        RL1114.2
086473                     RL-FS2-STATUS CCVS-IOT-KEY                   RL1114.2
086474                     BY CONTENT "READ   RL-FS2          R0011P "  RL1114.2
086500             PERFORM PASS                                         RL1114.2
086600             PERFORM PRINT-DETAIL                                 RL1114.2
086700     END-READ                                                     RL1114.2
086771     MOVE RL-FS2-KEY TO CCVS-IOT-KEY                              RL1114.2
086772     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1114.2
086773         RL-FS2-STATUS CCVS-IOT-KEY                               RL1114.2
086774         BY CONTENT "READ   RL-FS2          R0011T "              RL1114.2
086800     MOVE   "X" TO WRK-XN-00001-1.                                RL1114.2
086900 REL-TEST-030-2.                                                  RL1114.2
087000     MOVE   "REL-TEST-030-2" TO PAR-NAME.                         RL1114.2
089200             PERFORM PRINT-DETAIL.                                RL1114.2
089300*                                                                 RL1114.2
089400 REL-INIT-040.                                                    RL1114.2
089500     CLOSE   RL-FS2                                               RL1114.2
089571     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1114.2
089572         RL-FS2-STATUS CCVS-IOT-NOKEY                             RL1114.2
089573         BY CONTENT "CLOSE  RL-FS2          R0012T ".             RL1114.2
089600     OPEN    I-O RL-FS3                                           RL1114.2
089671     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1114.2
089672         RL-FS3-STATUS CCVS-IOT-NOKEY                             RL1114.2
089673         BY CONTENT "OPEN   RL-FS3          R0013T ".             RL1114.2
089700     MOVE   "VIII-29 4.5.4"  TO ANSI-REFERENCE.                   RL1114.2
089800     MOVE    0 TO REC-CT.                                         RL1114.2
089900     MOVE    2 TO RL-FS3-KEY.                                     RL1114.2
090200     MOVE    SPACES TO FILE-RECORD-INFO-P1-120 (2).               RL1114.2
090300 REL-TEST-040-1.                                                  RL1114.2
090400     MOVE   "REL-TEST-040-1" TO PAR-NAME.                         RL1114.2
090471     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1114.2
090472         RL-FS3-STATUS CCVS-IOT-KEY                               RL1114.2
090473         BY CONTENT "WRITE  RL-FS3          R0014B "              RL1114.2
090500     WRITE   RL-FS3R1-F-G-240                                     RL1114.2
090600             INVALID                                              RL1114.2
090671                 MOVE RL-FS3-KEY TO CCVS-IOT-KEY                  RL1114.2
090672                 CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME        RL1114.2
090673                     RL-FS3-STATUS CCVS-IOT-KEY                   RL1114.2
090674                     BY CONTENT "WRITE  RL-FS3          R0014P "  RL1114.2
090700             PERFORM PASS                                         RL1114.2
090800             PERFORM PRINT-DETAIL                                 RL1114.2
090900             NOT INVALID                                          RL1114.2
090971                 MOVE RL-FS3-KEY TO CCVS-IOT-KEY                  RL1114.2
090972                 CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME        RL1114.2
090973                     RL-FS3-STATUS CCVS-IOT-KEY                   RL1114.2
090974                     BY CONTENT "WRITE  RL-FS3          R0014P "  RL1114.2
091000             MOVE   "DUPLICATE KEY SHOULD NOT HAVE BEEN WRITTEN"  RL1114.2
091100                  TO RE-MARK                                      RL1114.2
091200             PERFORM FAIL                                         RL1114.2
091300             PERFORM PRINT-DETAIL                                 RL1114.2
091400     END-WRITE                                                    RL1114.2
091471     MOVE RL-FS3-KEY TO CCVS-IOT-KEY                              RL1114.2
091472     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1114.2
091473         RL-FS3-STATUS CCVS-IOT-KEY                               RL1114.2
091474         BY CONTENT "WRITE  RL-FS3          R0014T "              RL1114.2
091500     MOVE   "X" TO WRK-XN-00001-1.                                RL1114.2
091600 REL-TEST-040-2.                                                  RL1114.2
091700     MOVE   "REL-TEST-040-2" TO PAR-NAME.                         RL1114.2
093400     MOVE    SPACES TO FILE-RECORD-INFO-P1-120 (2).               RL1114.2
093500 REL-TEST-050-1.                                                  RL1114.2
093600     MOVE   "REL-TEST-050-1" TO PAR-NAME.                         RL1114.2
093671     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1114.2
093672         RL-FS3-STATUS CCVS-IOT-KEY                               RL1114.2
093673         BY CONTENT "WRITE  RL-FS3          R0015B "              RL1114.2
093700     WRITE   RL-FS3R1-F-G-240                                     RL1114.2
093800             INVALID                                              RL1114.2
093871                 MOVE RL-FS3-KEY TO CCVS-IOT-KEY                  RL1114.2
093872                 CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME        RL1114.2
093873                     RL-FS3-STATUS CCVS-IOT-KEY                   RL1114.2
093874                     BY CONTENT "WRITE  RL-FS3          R0015P "  RL1114.2
093900             MOVE   "NEW KEY, RECORD SHOULD HAVE BEEN WRITTEN OK" RL1114.2
094000                  TO RE-MARK                                      RL1114.2
094100             PERFORM FAIL                                         RL1114.2
094200             PERFORM PRINT-DETAIL                                 RL1114.2
094300             NOT INVALID                                          RL1114.2
094371                 MOVE RL-FS3-KEY TO CCVS-IOT-KEY                  RL1114.2
094372                 CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME        RL1114.2
094373                     RL-FS3-STATUS CCVS-IOT-KEY                   RL1114.2
094374                     BY CONTENT "WRITE  RL-FS3          R0015P "  RL1114.2
094400             PERFORM PASS                                         RL1114.2
094500             PERFORM PRINT-DETAIL                                 RL1114.2
094600     END-WRITE                                                    RL1114.2
094671     MOVE RL-FS3-KEY TO CCVS-IOT-KEY                              RL1114.2
094672     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1114.2
094673         RL-FS3-STATUS CCVS-IOT-KEY                               RL1114.2
094674         BY CONTENT "WRITE  RL-FS3          R0015T "              RL1114.2
094700     MOVE   "X" TO WRK-XN-00001-1.                                RL1114.2
094800 REL-TEST-050-2.                                                  RL1114.2
094900     MOVE   "REL-TEST-050-2" TO PAR-NAME.                         RL1114.2
095900*                                                                 RL1114.2
096000 REL-INIT-060.                                                    RL1114.2
096100     MOVE   "VIII-38 4.5.4 GR9(B)"  TO ANSI-REFERENCE.            RL1114.2
096200     CLOSE   RL-FS3                                               RL1114.2
096271     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1114.2
096272         RL-FS3-STATUS CCVS-IOT-NOKEY                             RL1114.2
096273         BY CONTENT "CLOSE  RL-FS3          R0016T ".             RL1114.2
096300     OPEN    INPUT RL-FS3                                         RL1114.2
096371     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1114.2
096372         RL-FS3-STATUS CCVS-IOT-NOKEY                             RL1114.2
096373         BY CONTENT "OPEN   RL-FS3          R0017T ".             RL1114.2
096400     MOVE    0 TO REC-CT.                                         RL1114.2
096500     MOVE    99999998 TO RL-FS3-KEY.                              RL1114.2
096600     MOVE    SPACES TO WRK-XN-00001-1.                            RL1114.2
096800     MOVE    SPACES TO FILE-RECORD-INFO-P1-120 (2).               RL1114.2
096900 REL-TEST-060-1.                                                  RL1114.2
097000     MOVE   "REL-TEST-060-1" TO PAR-NAME.                         RL1114.2
097100     WRITE   RL-FS3R1-F-G-240                                     RL1114.2
097171     MOVE RL-FS3-KEY TO CCVS-IOT-KEY                              RL1114.2
097172     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1114.2
097173         RL-FS3-STATUS CCVS-IOT-KEY                               RL1114.2
097174         BY CONTENT "WRITE  RL-FS3          R0018T ".             RL1114.2
097200     IF RL-FS3-STATUS NOT = "48"                                  RL1114.2
097300          MOVE   "WRITE TO FILE OPENED INPUT NOT ALLOWED"         RL1114.2
097400               TO RE-MARK                                         RL1114.2
097900* ENTRY TO THE DECLARATIVES CLOSES ALL FILES AND                  RL1114.2
098000* TERMINATES THE PROGRAM.                                         RL1114.2
098100* EXECUTION SHOULD REACH THIS POINT ONLY AS RESULT OF AN ERROR    RL1114.2
098200     CLOSE RL-FS3                                                 RL1114.2
098271     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL1114.2
098272         RL-FS3-STATUS CCVS-IOT-NOKEY                             RL1114.2
098273         BY CONTENT "CLOSE  RL-FS3          R0019T ".             RL1114.2
098300*                                                                 RL1114.2
098400 REL-INIT-070.                                                    RL1114.2
098500*    MOVE   "VIII-30 4.6.2"  TO ANSI-REFERENCE.                   RL1114.2
