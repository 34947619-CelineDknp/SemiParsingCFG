026900     COPY     CCVSSED.                                            RL3014.2
027000 01  CCVS-PGM-ID                     PIC X(9)   VALUE             RL3014.2
027100     "RL301A".                                                    RL3014.2
027171     COPY CCVSIOK.                                                RL3014.2
027200 PROCEDURE DIVISION.                                              RL3014.2
027300 CCVS1 SECTION.                                                   RL3014.2
027400 OPEN-FILES.                                                      RL3014.2
059400     MOVE     "SPARSE RELATIVE KEY" TO FEATURE.                   RL3014.2
059500     MOVE     "VIII-5 GR6" TO ANSI-REFERENCE.                     RL3014.2
059600     OPEN     OUTPUT SPACE-RPT-FILE.                              RL3014.2
059700     OPEN     OUTPUT SPARSE-RL-FILE                               RL3014.2
059771     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL3014.2
059772         SPR-FSTATUS CCVS-IOT-NOKEY                               RL3014.2
059773         BY CONTENT "OPEN   SPARSE-RL-FILE  R0001T ".             RL3014.2
059800     CLOSE    SPARSE-RL-FILE                                      RL3014.2
059871     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL3014.2
059872         SPR-FSTATUS CCVS-IOT-NOKEY                               RL3014.2
059873         BY CONTENT "CLOSE  SPARSE-RL-FILE  R0002T ".             RL3014.2
059900     OPEN     I-O SPARSE-RL-FILE                                  RL3014.2
059971     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL3014.2
059972         SPR-FSTATUS CCVS-IOT-NOKEY                               RL3014.2
059973         BY CONTENT "OPEN   SPARSE-RL-FILE  R0003T ".             RL3014.2
060000 SPR-TEST-301-1.                                                  RL3014.2
060100     MOVE     "SPR-TEST-301-1" TO PAR-NAME.                       RL3014.2
060200     MOVE     ZERO TO SPR-ERRORS.                                 RL3014.2
060300     MOVE     1 TO SPR-REL-KEY.                                   RL3014.2
060400     MOVE     ALL "1" TO SPARSE-RL-RECORD.                        RL3014.2
060471     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL3014.2
060472         SPR-FSTATUS CCVS-IOT-KEY                                 RL3014.2
060473         BY CONTENT "WRITE  SPARSE-RL-FILE  R0004B "              RL3014.2
060500     WRITE    SPARSE-RL-RECORD                                    RL3014.2
060600         INVALID KEY                                              RL3014.2
060671             MOVE SPR-REL-KEY TO CCVS-IOT-KEY                     RL3014.2
060672             CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME            RL3014.2
060673                 SPR-FSTATUS CCVS-IOT-KEY                         RL3014.2
060674                 BY CONTENT "WRITE  SPARSE-RL-FILE  R0004P "      RL3014.2
060675             ADD 1 TO SPR-ERRORS                                  RL3014.2
060700     END-WRITE                                                    RL3014.2
060771     MOVE SPR-REL-KEY TO CCVS-IOT-KEY                             RL3014.2
060772     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL3014.2
060773         SPR-FSTATUS CCVS-IOT-KEY                                 RL3014.2
060774         BY CONTENT "WRITE  SPARSE-RL-FILE  R0004T ".             RL3014.2
060800     CLOSE    SPARSE-RL-FILE                                      RL3014.2
060871     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL3014.2
060872         SPR-FSTATUS CCVS-IOT-NOKEY                               RL3014.2
060873         BY CONTENT "CLOSE  SPARSE-RL-FILE  R0005T ".             RL3014.2
060900     MOVE     "AFTER KEY 1" TO SPR-GAP-LABEL.                     RL3014.2
061000     PERFORM  SPR-PROBE-SPACE                                     RL3014.2
061100              THRU SPR-PROBE-SPACE-EX.                            RL3014.2
061200     OPEN     I-O SPARSE-RL-FILE                                  RL3014.2
061271     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL3014.2
061272         SPR-FSTATUS CCVS-IOT-NOKEY                               RL3014.2
061273         BY CONTENT "OPEN   SPARSE-RL-FILE  R0006T ".             RL3014.2
061300     MOVE     10000 TO SPR-REL-KEY.                               RL3014.2
061400     MOVE     ALL "2" TO SPARSE-RL-RECORD.                        RL3014.2
061471     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL3014.2
061472         SPR-FSTATUS CCVS-IOT-KEY                                 RL3014.2
061473         BY CONTENT "WRITE  SPARSE-RL-FILE  R0007B "              RL3014.2
061500     WRITE    SPARSE-RL-RECORD                                    RL3014.2
061600         INVALID KEY                                              RL3014.2
061671             MOVE SPR-REL-KEY TO CCVS-IOT-KEY                     RL3014.2
061672             CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME            RL3014.2
061673                 SPR-FSTATUS CCVS-IOT-KEY                         RL3014.2
061674                 BY CONTENT "WRITE  SPARSE-RL-FILE  R0007P "      RL3014.2
061675             ADD 1 TO SPR-ERRORS                                  RL3014.2
061700     END-WRITE                                                    RL3014.2
061771     MOVE SPR-REL-KEY TO CCVS-IOT-KEY                             RL3014.2
061772     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL3014.2
061773         SPR-FSTATUS CCVS-IOT-KEY                                 RL3014.2
061774         BY CONTENT "WRITE  SPARSE-RL-FILE  R0007T ".             RL3014.2
061800     CLOSE    SPARSE-RL-FILE                                      RL3014.2
061871     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL3014.2
061872         SPR-FSTATUS CCVS-IOT-NOKEY                               RL3014.2
061873         BY CONTENT "CLOSE  SPARSE-RL-FILE  R0008T ".             RL3014.2
061900     MOVE     "AFTER KEY 10000" TO SPR-GAP-LABEL.                 RL3014.2
062000     PERFORM  SPR-PROBE-SPACE                                     RL3014.2
062100              THRU SPR-PROBE-SPACE-EX.                            RL3014.2
062200     OPEN     I-O SPARSE-RL-FILE                                  RL3014.2
062271     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL3014.2
062272         SPR-FSTATUS CCVS-IOT-NOKEY                               RL3014.2
062273         BY CONTENT "OPEN   SPARSE-RL-FILE  R0009T ".             RL3014.2
062300     MOVE     5000000 TO SPR-REL-KEY.                             RL3014.2
062400     MOVE     ALL "3" TO SPARSE-RL-RECORD.                        RL3014.2
062471     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL3014.2
062472         SPR-FSTATUS CCVS-IOT-KEY                                 RL3014.2
062473         BY CONTENT "WRITE  SPARSE-RL-FILE  R0010B "              RL3014.2
062500     WRITE    SPARSE-RL-RECORD                                    RL3014.2
062600         INVALID KEY                                              RL3014.2
062671             MOVE SPR-REL-KEY TO CCVS-IOT-KEY                     RL3014.2
062672             CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME            RL3014.2
062673                 SPR-FSTATUS CCVS-IOT-KEY                         RL3014.2
062674                 BY CONTENT "WRITE  SPARSE-RL-FILE  R0010P "      RL3014.2
062675             ADD 1 TO SPR-ERRORS                                  RL3014.2
062700     END-WRITE                                                    RL3014.2
062771     MOVE SPR-REL-KEY TO CCVS-IOT-KEY                             RL3014.2
062772     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL3014.2
062773         SPR-FSTATUS CCVS-IOT-KEY                                 RL3014.2
062774         BY CONTENT "WRITE  SPARSE-RL-FILE  R0010T ".             RL3014.2
062800     CLOSE    SPARSE-RL-FILE                                      RL3014.2
062871     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL3014.2
062872         SPR-FSTATUS CCVS-IOT-NOKEY                               RL3014.2
062873         BY CONTENT "CLOSE  SPARSE-RL-FILE  R0011T ".             RL3014.2
062900     MOVE     "AFTER KEY 5000000" TO SPR-GAP-LABEL.               RL3014.2
063000     PERFORM  SPR-PROBE-SPACE                                     RL3014.2
063100              THRU SPR-PROBE-SPACE-EX.                            RL3014.2
064100     PERFORM  PRINT-DETAIL.                                       RL3014.2
064200 SPR-TEST-301-2.                                                  RL3014.2
064300     MOVE     "SPR-TEST-301-2" TO PAR-NAME.                       RL3014.2
064400     OPEN     INPUT SPARSE-RL-FILE                                RL3014.2
064471     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL3014.2
064472         SPR-FSTATUS CCVS-IOT-NOKEY                               RL3014.2
064473         BY CONTENT "OPEN   SPARSE-RL-FILE  R0012T ".             RL3014.2
064500     MOVE     10000 TO SPR-REL-KEY.                               RL3014.2
064571     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL3014.2
064572         SPR-FSTATUS CCVS-IOT-KEY                                 RL3014.2
064573         BY CONTENT "READ   SPARSE-RL-FILE  R0013B "              RL3014.2
064600     READ     SPARSE-RL-FILE                                      RL3014.2
064700         INVALID KEY                                              RL3014.2
064771             MOVE SPR-REL-KEY TO CCVS-IOT-KEY                     RL3014.2
064772             CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME            RL3014.2
064773                 SPR-FSTATUS CCVS-IOT-KEY                         RL3014.2
064774                 BY CONTENT "READ   SPARSE-RL-FILE  R0013P "      RL3014.2
064800             MOVE "POPULATED KEY NOT READABLE" TO RE-MARK         RL3014.2
064900             PERFORM FAIL                                         RL3014.2
065000             GO TO SPR-WRITE-301-2                                RL3014.2
065100     END-READ                                                     RL3014.2
065171     MOVE SPR-REL-KEY TO CCVS-IOT-KEY                             RL3014.2
065172     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL3014.2
065173         SPR-FSTATUS CCVS-IOT-KEY                                 RL3014.2
065174         BY CONTENT "READ   SPARSE-RL-FILE  R0013T ".             RL3014.2
065200     IF       SPARSE-RL-RECORD (1:5) EQUAL TO "22222"             RL3014.2
065300              PERFORM PASS                                        RL3014.2
065400              GO TO SPR-WRITE-301-2.                              RL3014.2
066000 SPR-TEST-301-3.                                                  RL3014.2
066100     MOVE     "SPR-TEST-301-3" TO PAR-NAME.                       RL3014.2
066200     MOVE     5000 TO SPR-REL-KEY.                                RL3014.2
066271     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL3014.2
066272         SPR-FSTATUS CCVS-IOT-KEY                                 RL3014.2
066273         BY CONTENT "READ   SPARSE-RL-FILE  R0014B "              RL3014.2
066300     READ     SPARSE-RL-FILE                                      RL3014.2
066400         INVALID KEY                                              RL3014.2
066471             MOVE SPR-REL-KEY TO CCVS-IOT-KEY                     RL3014.2
066472             CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME            RL3014.2
066473                 SPR-FSTATUS CCVS-IOT-KEY                         RL3014.2
066474                 BY CONTENT "READ   SPARSE-RL-FILE  R0014P "      RL3014.2
066500             PERFORM PASS                                         RL3014.2
066600             GO TO SPR-WRITE-301-3                                RL3014.2
066700     END-READ                                                     RL3014.2
066771     MOVE SPR-REL-KEY TO CCVS-IOT-KEY                             RL3014.2
066772     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL3014.2
066773         SPR-FSTATUS CCVS-IOT-KEY                                 RL3014.2
066774         BY CONTENT "READ   SPARSE-RL-FILE  R0014T ".             RL3014.2
066800     MOVE     "GAP KEY RETURNED A RECORD" TO RE-MARK.             RL3014.2
066900     PERFORM  FAIL.                                               RL3014.2
067000 SPR-WRITE-301-3.                                                 RL3014.2
067200 SPR-TEST-301-4.                                                  RL3014.2
067300     MOVE     "SPR-TEST-301-4" TO PAR-NAME.                       RL3014.2
067400     MOVE     2 TO SPR-REL-KEY.                                   RL3014.2
067471     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL3014.2
067472         SPR-FSTATUS CCVS-IOT-KEY                                 RL3014.2
067473         BY CONTENT "START  SPARSE-RL-FILE  R0015B "              RL3014.2
067500     START    SPARSE-RL-FILE                                      RL3014.2
067600              KEY IS NOT LESS THAN SPR-REL-KEY                    RL3014.2
067700         INVALID KEY                                              RL3014.2
067771             MOVE SPR-REL-KEY TO CCVS-IOT-KEY                     RL3014.2
067772             CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME            RL3014.2
067773                 SPR-FSTATUS CCVS-IOT-KEY                         RL3014.2
067774                 BY CONTENT "START  SPARSE-RL-FILE  R0015P "      RL3014.2
067800             MOVE "START INTO GAP REJECTED" TO RE-MARK            RL3014.2
067900             PERFORM FAIL                                         RL3014.2
068000             GO TO SPR-WRITE-301-4                                RL3014.2
068100     END-START                                                    RL3014.2
068171     MOVE SPR-REL-KEY TO CCVS-IOT-KEY                             RL3014.2
068172     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL3014.2
068173         SPR-FSTATUS CCVS-IOT-KEY                                 RL3014.2
068174         BY CONTENT "START  SPARSE-RL-FILE  R0015T ".             RL3014.2
068175     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL3014.2
068176         SPR-FSTATUS CCVS-IOT-KEY                                 RL3014.2
068177         BY CONTENT "READ   SPARSE-RL-FILE  R0016B "              RL3014.2
068200     READ     SPARSE-RL-FILE NEXT RECORD                          RL3014.2
068300         AT END                                                   RL3014.2
068371             MOVE SPR-REL-KEY TO CCVS-IOT-KEY                     RL3014.2
068372             CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME            RL3014.2
068373                 SPR-FSTATUS CCVS-IOT-KEY                         RL3014.2
068374                 BY CONTENT "READ   SPARSE-RL-FILE  R0016P "      RL3014.2
068400             MOVE "NO RECORD AFTER GAP START" TO RE-MARK          RL3014.2
068500             PERFORM FAIL                                         RL3014.2
068600             GO TO SPR-WRITE-301-4                                RL3014.2
068700     END-READ                                                     RL3014.2
068771     MOVE SPR-REL-KEY TO CCVS-IOT-KEY                             RL3014.2
068772     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL3014.2
068773         SPR-FSTATUS CCVS-IOT-KEY                                 RL3014.2
068774         BY CONTENT "READ   SPARSE-RL-FILE  R0016T ".             RL3014.2
068800     IF       SPR-REL-KEY EQUAL TO 10000                          RL3014.2
068900              PERFORM PASS                                        RL3014.2
069000              GO TO SPR-WRITE-301-4.                              RL3014.2
069400     PERFORM  FAIL.                                               RL3014.2
069500 SPR-WRITE-301-4.                                                 RL3014.2
069600     PERFORM  PRINT-DETAIL.                                       RL3014.2
069700     CLOSE    SPARSE-RL-FILE                                      RL3014.2
069771     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL3014.2
069772         SPR-FSTATUS CCVS-IOT-NOKEY                               RL3014.2
069773         BY CONTENT "CLOSE  SPARSE-RL-FILE  R0017T ".             RL3014.2
069800 SPR-TEST-301-5.                                                  RL3014.2
069900     MOVE     "SPR-TEST-301-5" TO PAR-NAME.                       RL3014.2
070000     MOVE     "PHYSICAL SIZES IN rl_space.rpt -- "                RL3014.2
