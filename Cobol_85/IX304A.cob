024900     COPY     CCVSSED.                                            IX3044.2
025000 01  CCVS-PGM-ID                     PIC X(9)   VALUE             IX3044.2
025100     "IX304A".                                                    IX3044.2
025171     COPY CCVSIOK.                                                IX3044.2
025200 PROCEDURE DIVISION.                                              IX3044.2
025300 CCVS1 SECTION.                                                   IX3044.2
025400 OPEN-FILES.                                                      IX3044.2
057400     MOVE     "START RELATIONS REL" TO FEATURE.                   IX3044.2
057500     MOVE     "VII-88 7.4.9 START" TO ANSI-REFERENCE.             IX3044.2
057600*    RELATIVE BED: RECORDS AT KEYS 2, 4 AND 6 ONLY.               IX3044.2
057700     OPEN     OUTPUT STX-RL-FILE                                  IX3044.2
057771     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX3044.2
057772         STX-RL-FSTATUS CCVS-IOT-NOKEY                            IX3044.2
057773         BY CONTENT "OPEN   STX-RL-FILE     R0001T ".             IX3044.2
057800     MOVE     2 TO STX-RL-KEY.                                    IX3044.2
057900     MOVE     "RELATIVE RECORD 2" TO STX-RL-DATA.                 IX3044.2
058000     WRITE    STX-RL-REC                                          IX3044.2
058071     MOVE STX-RL-KEY TO CCVS-IOT-KEY                              IX3044.2
058072     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX3044.2
058073         STX-RL-FSTATUS CCVS-IOT-KEY                              IX3044.2
058074         BY CONTENT "WRITE  STX-RL-FILE     R0002T ".             IX3044.2
058100     MOVE     4 TO STX-RL-KEY.                                    IX3044.2
058200     MOVE     "RELATIVE RECORD 4" TO STX-RL-DATA.                 IX3044.2
058300     WRITE    STX-RL-REC                                          IX3044.2
058371     MOVE STX-RL-KEY TO CCVS-IOT-KEY                              IX3044.2
058372     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX3044.2
058373         STX-RL-FSTATUS CCVS-IOT-KEY                              IX3044.2
058374         BY CONTENT "WRITE  STX-RL-FILE     R0003T ".             IX3044.2
058400     MOVE     6 TO STX-RL-KEY.                                    IX3044.2
058500     MOVE     "RELATIVE RECORD 6" TO STX-RL-DATA.                 IX3044.2
058600     WRITE    STX-RL-REC                                          IX3044.2
058671     MOVE STX-RL-KEY TO CCVS-IOT-KEY                              IX3044.2
058672     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX3044.2
058673         STX-RL-FSTATUS CCVS-IOT-KEY                              IX3044.2
058674         BY CONTENT "WRITE  STX-RL-FILE     R0004T ".             IX3044.2
058700     CLOSE    STX-RL-FILE                                         IX3044.2
058771     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX3044.2
058772         STX-RL-FSTATUS CCVS-IOT-NOKEY                            IX3044.2
058773         BY CONTENT "CLOSE  STX-RL-FILE     R0005T ".             IX3044.2
058800     OPEN     INPUT STX-RL-FILE                                   IX3044.2
058871     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX3044.2
058872         STX-RL-FSTATUS CCVS-IOT-NOKEY                            IX3044.2
058873         BY CONTENT "OPEN   STX-RL-FILE     R0006T ".             IX3044.2
058900 STX-TEST-304-1.                                                  IX3044.2
059000*    START EQUAL ON A PRESENT KEY, THEN READ NEXT.                IX3044.2
059100     MOVE     "STX-TEST-304-1" TO PAR-NAME.                       IX3044.2
059200     MOVE     4 TO STX-RL-KEY.                                    IX3044.2
059271     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX3044.2
059272         STX-RL-FSTATUS CCVS-IOT-KEY                              IX3044.2
059273         BY CONTENT "START  STX-RL-FILE     R0007B "              IX3044.2
059300     START    STX-RL-FILE KEY EQUAL STX-RL-KEY                    IX3044.2
059400              INVALID KEY                                         IX3044.2
059471                 MOVE STX-RL-KEY TO CCVS-IOT-KEY                  IX3044.2
059472                 CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME        IX3044.2
059473                     STX-RL-FSTATUS CCVS-IOT-KEY                  IX3044.2
059474                     BY CONTENT "START  STX-RL-FILE     R0007P "  IX3044.2
059475                 CONTINUE                                         IX3044.2
059500     END-START                                                    IX3044.2
059571     MOVE STX-RL-KEY TO CCVS-IOT-KEY                              IX3044.2
059572     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX3044.2
059573         STX-RL-FSTATUS CCVS-IOT-KEY                              IX3044.2
059574         BY CONTENT "START  STX-RL-FILE     R0007T ".             IX3044.2
059600     IF       STX-RL-FSTATUS NOT = "00"                           IX3044.2
059700              GO TO STX-FAIL-304-1.                               IX3044.2
059771     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX3044.2
059772         STX-RL-FSTATUS CCVS-IOT-KEY                              IX3044.2
059773         BY CONTENT "READ   STX-RL-FILE     R0008B "              IX3044.2
059800     READ     STX-RL-FILE NEXT RECORD                             IX3044.2
059900              AT END                                              IX3044.2
059971                 MOVE STX-RL-KEY TO CCVS-IOT-KEY                  IX3044.2
059972                 CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME        IX3044.2
059973                     STX-RL-FSTATUS CCVS-IOT-KEY                  IX3044.2
059974                     BY CONTENT "READ   STX-RL-FILE     R0008P "  IX3044.2
059975                 CONTINUE                                         IX3044.2
060000     END-READ                                                     IX3044.2
060071     MOVE STX-RL-KEY TO CCVS-IOT-KEY                              IX3044.2
060072     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX3044.2
060073         STX-RL-FSTATUS CCVS-IOT-KEY                              IX3044.2
060074         BY CONTENT "READ   STX-RL-FILE     R0008T ".             IX3044.2
060100     IF       STX-RL-DATA (1:17) = "RELATIVE RECORD 4"            IX3044.2
060200              PERFORM PASS                                        IX3044.2
060300              GO TO STX-WRITE-304-1.                              IX3044.2
061300*    STATUS 23.                                                   IX3044.2
061400     MOVE     "STX-TEST-304-2" TO PAR-NAME.                       IX3044.2
061500     MOVE     3 TO STX-RL-KEY.                                    IX3044.2
061571     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX3044.2
061572         STX-RL-FSTATUS CCVS-IOT-KEY                              IX3044.2
061573         BY CONTENT "START  STX-RL-FILE     R0009B "              IX3044.2
061600     START    STX-RL-FILE KEY EQUAL STX-RL-KEY                    IX3044.2
061700              INVALID KEY                                         IX3044.2
061771                 MOVE STX-RL-KEY TO CCVS-IOT-KEY                  IX3044.2
061772                 CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME        IX3044.2
061773                     STX-RL-FSTATUS CCVS-IOT-KEY                  IX3044.2
061774                     BY CONTENT "START  STX-RL-FILE     R0009P "  IX3044.2
061775                 CONTINUE                                         IX3044.2
061800     END-START                                                    IX3044.2
061871     MOVE STX-RL-KEY TO CCVS-IOT-KEY                              IX3044.2
061872     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX3044.2
061873         STX-RL-FSTATUS CCVS-IOT-KEY                              IX3044.2
061874         BY CONTENT "START  STX-RL-FILE     R0009T ".             IX3044.2
061900     IF       STX-RL-FSTATUS = "23"                               IX3044.2
062000              PERFORM PASS                                        IX3044.2
062100              GO TO STX-WRITE-304-2.                              IX3044.2
062900*    START GREATER SKIPS THE KEYED RECORD ITSELF.                 IX3044.2
063000     MOVE     "STX-TEST-304-3" TO PAR-NAME.                       IX3044.2
063100     MOVE     4 TO STX-RL-KEY.                                    IX3044.2
063171     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX3044.2
063172         STX-RL-FSTATUS CCVS-IOT-KEY                              IX3044.2
063173         BY CONTENT "START  STX-RL-FILE     R0010B "              IX3044.2
063200     START    STX-RL-FILE KEY GREATER STX-RL-KEY                  IX3044.2
063300              INVALID KEY                                         IX3044.2
063371                 MOVE STX-RL-KEY TO CCVS-IOT-KEY                  IX3044.2
063372                 CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME        IX3044.2
063373                     STX-RL-FSTATUS CCVS-IOT-KEY                  IX3044.2
063374                     BY CONTENT "START  STX-RL-FILE     R0010P "  IX3044.2
063375                 CONTINUE                                         IX3044.2
063400     END-START                                                    IX3044.2
063471     MOVE STX-RL-KEY TO CCVS-IOT-KEY                              IX3044.2
063472     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX3044.2
063473         STX-RL-FSTATUS CCVS-IOT-KEY                              IX3044.2
063474         BY CONTENT "START  STX-RL-FILE     R0010T ".             IX3044.2
063475     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX3044.2
063476         STX-RL-FSTATUS CCVS-IOT-KEY                              IX3044.2
063477         BY CONTENT "READ   STX-RL-FILE     R0011B "              IX3044.2
063500     READ     STX-RL-FILE NEXT RECORD                             IX3044.2
063600              AT END                                              IX3044.2
063671                 MOVE STX-RL-KEY TO CCVS-IOT-KEY                  IX3044.2
063672                 CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME        IX3044.2
063673                     STX-RL-FSTATUS CCVS-IOT-KEY                  IX3044.2
063674                     BY CONTENT "READ   STX-RL-FILE     R0011P "  IX3044.2
063675                 CONTINUE                                         IX3044.2
063700     END-READ                                                     IX3044.2
063771     MOVE STX-RL-KEY TO CCVS-IOT-KEY                              IX3044.2
063772     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX3044.2
063773         STX-RL-FSTATUS CCVS-IOT-KEY                              IX3044.2
063774         BY CONTENT "READ   STX-RL-FILE     R0011T ".             IX3044.2
063800     IF       STX-RL-DATA (1:17) = "RELATIVE RECORD 6"            IX3044.2
063900              PERFORM PASS                                        IX3044.2
064000              GO TO STX-WRITE-304-3.                              IX3044.2
064900*    PRESENT ONE.                                                 IX3044.2
065000     MOVE     "STX-TEST-304-4" TO PAR-NAME.                       IX3044.2
065100     MOVE     3 TO STX-RL-KEY.                                    IX3044.2
065171     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX3044.2
065172         STX-RL-FSTATUS CCVS-IOT-KEY                              IX3044.2
065173         BY CONTENT "START  STX-RL-FILE     R0012B "              IX3044.2
065200     START    STX-RL-FILE KEY NOT LESS STX-RL-KEY                 IX3044.2
065300              INVALID KEY                                         IX3044.2
065371                 MOVE STX-RL-KEY TO CCVS-IOT-KEY                  IX3044.2
065372                 CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME        IX3044.2
065373                     STX-RL-FSTATUS CCVS-IOT-KEY                  IX3044.2
065374                     BY CONTENT "START  STX-RL-FILE     R0012P "  IX3044.2
065375                 CONTINUE                                         IX3044.2
065400     END-START                                                    IX3044.2
065471     MOVE STX-RL-KEY TO CCVS-IOT-KEY                              IX3044.2
065472     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX3044.2
065473         STX-RL-FSTATUS CCVS-IOT-KEY                              IX3044.2
065474         BY CONTENT "START  STX-RL-FILE     R0012T ".             IX3044.2
065475     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX3044.2
065476         STX-RL-FSTATUS CCVS-IOT-KEY                              IX3044.2
065477         BY CONTENT "READ   STX-RL-FILE     R0013B "              IX3044.2
065500     READ     STX-RL-FILE NEXT RECORD                             IX3044.2
065600              AT END                                              IX3044.2
065671                 MOVE STX-RL-KEY TO CCVS-IOT-KEY                  IX3044.2
065672                 CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME        IX3044.2
065673                     STX-RL-FSTATUS CCVS-IOT-KEY                  IX3044.2
065674                     BY CONTENT "READ   STX-RL-FILE     R0013P "  IX3044.2
065675                 CONTINUE                                         IX3044.2
065700     END-READ                                                     IX3044.2
065771     MOVE STX-RL-KEY TO CCVS-IOT-KEY                              IX3044.2
065772     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX3044.2
065773         STX-RL-FSTATUS CCVS-IOT-KEY                              IX3044.2
065774         BY CONTENT "READ   STX-RL-FILE     R0013T ".             IX3044.2
065800     IF       STX-RL-DATA (1:17) = "RELATIVE RECORD 4"            IX3044.2
065900              PERFORM PASS                                        IX3044.2
066000              GO TO STX-WRITE-304-4.                              IX3044.2
066900*    CONDITION, NOT A HANG.                                       IX3044.2
067000     MOVE     "STX-TEST-304-5" TO PAR-NAME.                       IX3044.2
067100     MOVE     6 TO STX-RL-KEY.                                    IX3044.2
067171     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX3044.2
067172         STX-RL-FSTATUS CCVS-IOT-KEY                              IX3044.2
067173         BY CONTENT "START  STX-RL-FILE     R0014B "              IX3044.2
067200     START    STX-RL-FILE KEY GREATER STX-RL-KEY                  IX3044.2
067300              INVALID KEY                                         IX3044.2
067371                 MOVE STX-RL-KEY TO CCVS-IOT-KEY                  IX3044.2
067372                 CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME        IX3044.2
067373                     STX-RL-FSTATUS CCVS-IOT-KEY                  IX3044.2
067374                     BY CONTENT "START  STX-RL-FILE     R0014P "  IX3044.2
067375                 CONTINUE                                         IX3044.2
067400     END-START                                                    IX3044.2
067471     MOVE STX-RL-KEY TO CCVS-IOT-KEY                              IX3044.2
067472     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX3044.2
067473         STX-RL-FSTATUS CCVS-IOT-KEY                              IX3044.2
067474         BY CONTENT "START  STX-RL-FILE     R0014T ".             IX3044.2
067500     CLOSE    STX-RL-FILE                                         IX3044.2
067571     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX3044.2
067572         STX-RL-FSTATUS CCVS-IOT-NOKEY                            IX3044.2
067573         BY CONTENT "CLOSE  STX-RL-FILE     R0015T ".             IX3044.2
067600     IF       STX-RL-FSTATUS = "23"                               IX3044.2
067700              PERFORM PASS                                        IX3044.2
067800              GO TO STX-WRITE-304-5.                              IX3044.2
068700     MOVE     "VIII-55 6.4.9 START" TO ANSI-REFERENCE.            IX3044.2
068800*    INDEXED BED: PRIMARY KEYS K002/K004/K006, ALTERNATE          IX3044.2
068900*    KEYS DELIBERATELY IN THE REVERSE ORDER A6/A4/A2.             IX3044.2
069000     OPEN     OUTPUT STX-IX-FILE                                  IX3044.2
069071     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX3044.2
069072         STX-IX-FSTATUS CCVS-IOT-NOKEY                            IX3044.2
069073         BY CONTENT "OPEN   STX-IX-FILE     I0016T ".             IX3044.2
069100     MOVE     "K002" TO STX-IX-KEY.                               IX3044.2
069200     MOVE     "A6" TO STX-IX-ALT.                                 IX3044.2
069300     MOVE     "INDEXED REC 2" TO STX-IX-DATA.                     IX3044.2
069400     WRITE    STX-IX-REC                                          IX3044.2
069471     MOVE STX-IX-KEY TO CCVS-IOT-KEY                              IX3044.2
069472     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX3044.2
069473         STX-IX-FSTATUS CCVS-IOT-KEY                              IX3044.2
069474         BY CONTENT "WRITE  STX-IX-FILE     I0017T ".             IX3044.2
069500     MOVE     "K004" TO STX-IX-KEY.                               IX3044.2
069600     MOVE     "A4" TO STX-IX-ALT.                                 IX3044.2
069700     MOVE     "INDEXED REC 4" TO STX-IX-DATA.                     IX3044.2
069800     WRITE    STX-IX-REC                                          IX3044.2
069871     MOVE STX-IX-KEY TO CCVS-IOT-KEY                              IX3044.2
069872     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX3044.2
069873         STX-IX-FSTATUS CCVS-IOT-KEY                              IX3044.2
069874         BY CONTENT "WRITE  STX-IX-FILE     I0018T ".             IX3044.2
069900     MOVE     "K006" TO STX-IX-KEY.                               IX3044.2
070000     MOVE     "A2" TO STX-IX-ALT.                                 IX3044.2
070100     MOVE     "INDEXED REC 6" TO STX-IX-DATA.                     IX3044.2
070200     WRITE    STX-IX-REC                                          IX3044.2
070271     MOVE STX-IX-KEY TO CCVS-IOT-KEY                              IX3044.2
070272     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX3044.2
070273         STX-IX-FSTATUS CCVS-IOT-KEY                              IX3044.2
070274         BY CONTENT "WRITE  STX-IX-FILE     I0019T ".             IX3044.2
070300     CLOSE    STX-IX-FILE                                         IX3044.2
070371     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX3044.2
070372         STX-IX-FSTATUS CCVS-IOT-NOKEY                            IX3044.2
070373         BY CONTENT "CLOSE  STX-IX-FILE     I0020T ".             IX3044.2
070400     OPEN     INPUT STX-IX-FILE                                   IX3044.2
070471     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX3044.2
070472         STX-IX-FSTATUS CCVS-IOT-NOKEY                            IX3044.2
070473         BY CONTENT "OPEN   STX-IX-FILE     I0021T ".             IX3044.2
070500 STX-TEST-304-6.                                                  IX3044.2
070600*    START EQUAL ON A PRESENT PRIMARY KEY.                        IX3044.2
070700     MOVE     "STX-TEST-304-6" TO PAR-NAME.                       IX3044.2
070800     MOVE     "K004" TO STX-IX-KEY.                               IX3044.2
070871     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX3044.2
070872         STX-IX-FSTATUS CCVS-IOT-KEY                              IX3044.2
070873         BY CONTENT "START  STX-IX-FILE     I0022B "              IX3044.2
070900     START    STX-IX-FILE KEY EQUAL STX-IX-KEY                    IX3044.2
071000              INVALID KEY                                         IX3044.2
071071                 MOVE STX-IX-KEY TO CCVS-IOT-KEY                  IX3044.2
071072                 CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME        IX3044.2
071073                     STX-IX-FSTATUS CCVS-IOT-KEY                  IX3044.2
071074                     BY CONTENT "START  STX-IX-FILE     I0022P "  IX3044.2
071075                 CONTINUE                                         IX3044.2
071100     END-START                                                    IX3044.2
071171     MOVE STX-IX-KEY TO CCVS-IOT-KEY                              IX3044.2
071172     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX3044.2
071173         STX-IX-FSTATUS CCVS-IOT-KEY                              IX3044.2
071174         BY CONTENT "START  STX-IX-FILE     I0022T ".             IX3044.2
071175     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX3044.2
071176         STX-IX-FSTATUS CCVS-IOT-KEY                              IX3044.2
071177         BY CONTENT "READ   STX-IX-FILE     I0023B "              IX3044.2
071200     READ     STX-IX-FILE NEXT RECORD                             IX3044.2
071300              AT END                                              IX3044.2
071371                 MOVE STX-IX-KEY TO CCVS-IOT-KEY                  IX3044.2
071372                 CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME        IX3044.2
071373                     STX-IX-FSTATUS CCVS-IOT-KEY                  IX3044.2
071374                     BY CONTENT "READ   STX-IX-FILE     I0023P "  IX3044.2
071375                 CONTINUE                                         IX3044.2
071400     END-READ                                                     IX3044.2
071471     MOVE STX-IX-KEY TO CCVS-IOT-KEY                              IX3044.2
071472     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX3044.2
071473         STX-IX-FSTATUS CCVS-IOT-KEY                              IX3044.2
071474         BY CONTENT "READ   STX-IX-FILE     I0023T ".             IX3044.2
071500     IF       STX-IX-DATA (1:13) = "INDEXED REC 4"                IX3044.2
071600              PERFORM PASS                                        IX3044.2
071700              GO TO STX-WRITE-304-6.                              IX3044.2
072500*    START NOT LESS ON AN ABSENT PRIMARY KEY.                     IX3044.2
072600     MOVE     "STX-TEST-304-7" TO PAR-NAME.                       IX3044.2
072700     MOVE     "K003" TO STX-IX-KEY.                               IX3044.2
072771     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX3044.2
072772         STX-IX-FSTATUS CCVS-IOT-KEY                              IX3044.2
072773         BY CONTENT "START  STX-IX-FILE     I0024B "              IX3044.2
072800     START    STX-IX-FILE KEY NOT LESS STX-IX-KEY                 IX3044.2
072900              INVALID KEY                                         IX3044.2
072971                 MOVE STX-IX-KEY TO CCVS-IOT-KEY                  IX3044.2
072972                 CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME        IX3044.2
072973                     STX-IX-FSTATUS CCVS-IOT-KEY                  IX3044.2
072974                     BY CONTENT "START  STX-IX-FILE     I0024P "  IX3044.2
072975                 CONTINUE                                         IX3044.2
073000     END-START                                                    IX3044.2
073071     MOVE STX-IX-KEY TO CCVS-IOT-KEY                              IX3044.2
073072     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX3044.2
073073         STX-IX-FSTATUS CCVS-IOT-KEY                              IX3044.2
073074         BY CONTENT "START  STX-IX-FILE     I0024T ".             IX3044.2
073075     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX3044.2
073076         STX-IX-FSTATUS CCVS-IOT-KEY                              IX3044.2
073077         BY CONTENT "READ   STX-IX-FILE     I0025B "              IX3044.2
073100     READ     STX-IX-FILE NEXT RECORD                             IX3044.2
073200              AT END                                              IX3044.2
073271                 MOVE STX-IX-KEY TO CCVS-IOT-KEY                  IX3044.2
073272                 CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME        IX3044.2
073273                     STX-IX-FSTATUS CCVS-IOT-KEY                  IX3044.2
073274                     BY CONTENT "READ   STX-IX-FILE     I0025P "  IX3044.2
073275                 CONTINUE                                         IX3044.2
073300     END-READ                                                     IX3044.2
073371     MOVE STX-IX-KEY TO CCVS-IOT-KEY                              IX3044.2
073372     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX3044.2
073373         STX-IX-FSTATUS CCVS-IOT-KEY                              IX3044.2
073374         BY CONTENT "READ   STX-IX-FILE     I0025T ".             IX3044.2
073400     IF       STX-IX-DATA (1:13) = "INDEXED REC 4"                IX3044.2
073500              PERFORM PASS                                        IX3044.2
073600              GO TO STX-WRITE-304-7.                              IX3044.2
074400*    START GREATER THAN THE LAST PRIMARY KEY: INVALID KEY.        IX3044.2
074500     MOVE     "STX-TEST-304-8" TO PAR-NAME.                       IX3044.2
074600     MOVE     "K006" TO STX-IX-KEY.                               IX3044.2
074671     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX3044.2
074672         STX-IX-FSTATUS CCVS-IOT-KEY                              IX3044.2
074673         BY CONTENT "START  STX-IX-FILE     I0026B "              IX3044.2
074700     START    STX-IX-FILE KEY GREATER STX-IX-KEY                  IX3044.2
074800              INVALID KEY                                         IX3044.2
074871                 MOVE STX-IX-KEY TO CCVS-IOT-KEY                  IX3044.2
074872                 CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME        IX3044.2
074873                     STX-IX-FSTATUS CCVS-IOT-KEY                  IX3044.2
074874                     BY CONTENT "START  STX-IX-FILE     I0026P "  IX3044.2
074875                 CONTINUE                                         IX3044.2
074900     END-START                                                    IX3044.2
074971     MOVE STX-IX-KEY TO CCVS-IOT-KEY                              IX3044.2
074972     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX3044.2
074973         STX-IX-FSTATUS CCVS-IOT-KEY                              IX3044.2
074974         BY CONTENT "START  STX-IX-FILE     I0026T ".             IX3044.2
075000     IF       STX-IX-FSTATUS = "23"                               IX3044.2
075100              PERFORM PASS                                        IX3044.2
075200              GO TO STX-WRITE-304-8.                              IX3044.2
076200*    (A2 FIRST, THEN A4 -- PRIMARY ORDER WOULD SAY K002).         IX3044.2
076300     MOVE     "STX-TEST-304-9" TO PAR-NAME.                       IX3044.2
076400     MOVE     "A2" TO STX-IX-ALT.                                 IX3044.2
076471     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX3044.2
076472         STX-IX-FSTATUS CCVS-IOT-KEY                              IX3044.2
076473         BY CONTENT "START  STX-IX-FILE     I0027B "              IX3044.2
076500     START    STX-IX-FILE KEY NOT LESS STX-IX-ALT                 IX3044.2
076600              INVALID KEY                                         IX3044.2
076671                 MOVE STX-IX-ALT TO CCVS-IOT-KEY                  IX3044.2
076672                 CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME        IX3044.2
076673                     STX-IX-FSTATUS CCVS-IOT-KEY                  IX3044.2
076674                     BY CONTENT "START  STX-IX-FILE     I0027P "  IX3044.2
076675                 CONTINUE                                         IX3044.2
076700     END-START                                                    IX3044.2
076771     MOVE STX-IX-ALT TO CCVS-IOT-KEY                              IX3044.2
076772     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX3044.2
076773         STX-IX-FSTATUS CCVS-IOT-KEY                              IX3044.2
076774         BY CONTENT "START  STX-IX-FILE     I0027T ".             IX3044.2
076775     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX3044.2
076776         STX-IX-FSTATUS CCVS-IOT-KEY                              IX3044.2
076777         BY CONTENT "READ   STX-IX-FILE     I0028B "              IX3044.2
076800     READ     STX-IX-FILE NEXT RECORD                             IX3044.2
076900              AT END                                              IX3044.2
076971                 MOVE STX-IX-KEY TO CCVS-IOT-KEY                  IX3044.2
076972                 CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME        IX3044.2
076973                     STX-IX-FSTATUS CCVS-IOT-KEY                  IX3044.2
076974                     BY CONTENT "READ   STX-IX-FILE     I0028P "  IX3044.2
076975                 CONTINUE                                         IX3044.2
077000     END-READ                                                     IX3044.2
077071     MOVE STX-IX-KEY TO CCVS-IOT-KEY                              IX3044.2
077072     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX3044.2
077073         STX-IX-FSTATUS CCVS-IOT-KEY                              IX3044.2
077074         BY CONTENT "READ   STX-IX-FILE     I0028T ".             IX3044.2
077100     IF       STX-IX-DATA (1:13) NOT = "INDEXED REC 6"            IX3044.2
077200              GO TO STX-FAIL-304-9.                               IX3044.2
077271     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX3044.2
077272         STX-IX-FSTATUS CCVS-IOT-KEY                              IX3044.2
077273         BY CONTENT "READ   STX-IX-FILE     I0029B "              IX3044.2
077300     READ     STX-IX-FILE NEXT RECORD                             IX3044.2
077400              AT END                                              IX3044.2
077471                 MOVE STX-IX-KEY TO CCVS-IOT-KEY                  IX3044.2
077472                 CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME        IX3044.2
077473                     STX-IX-FSTATUS CCVS-IOT-KEY                  IX3044.2
077474                     BY CONTENT "READ   STX-IX-FILE     I0029P "  IX3044.2
077475                 CONTINUE                                         IX3044.2
077500     END-READ                                                     IX3044.2
077571     MOVE STX-IX-KEY TO CCVS-IOT-KEY                              IX3044.2
077572     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX3044.2
077573         STX-IX-FSTATUS CCVS-IOT-KEY                              IX3044.2
077574         BY CONTENT "READ   STX-IX-FILE     I0029T ".             IX3044.2
077600     IF       STX-IX-DATA (1:13) = "INDEXED REC 4"                IX3044.2
077700              PERFORM PASS                                        IX3044.2
077800              GO TO STX-WRITE-304-9.                              IX3044.2
078300     PERFORM  FAIL.                                               IX3044.2
078400 STX-WRITE-304-9.                                                 IX3044.2
078500     PERFORM  PRINT-DETAIL.                                       IX3044.2
078600     CLOSE    STX-IX-FILE                                         IX3044.2
078671     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX3044.2
078672         STX-IX-FSTATUS CCVS-IOT-NOKEY                            IX3044.2
078673         BY CONTENT "CLOSE  STX-IX-FILE     I0030T ".             IX3044.2
078610 STX-TEST-304-10.                                                 IX3044.2
078611*    BELOW THE LOW END OF THE RELATIVE FILE: NOT LESS ON          IX3044.2
078612*    KEY 1 SUCCEEDS (STATUS 00) AND READ NEXT DELIVERS            IX3044.2
078614     MOVE     "STX-TEST-304-10" TO PAR-NAME.                      IX3044.2
078615     MOVE     "START RELATIONS REL" TO FEATURE.                   IX3044.2
078616     MOVE     "VII-88 7.4.9 START" TO ANSI-REFERENCE.             IX3044.2
078617     OPEN     INPUT STX-RL-FILE                                   IX3044.2
078671     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX3044.2
078672         STX-RL-FSTATUS CCVS-IOT-NOKEY                            IX3044.2
078673         BY CONTENT "OPEN   STX-RL-FILE     R0031T ".             IX3044.2
078618     MOVE     1 TO STX-RL-KEY.                                    IX3044.2
078671     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX3044.2
078672         STX-RL-FSTATUS CCVS-IOT-KEY                              IX3044.2
078673         BY CONTENT "START  STX-RL-FILE     R0032B "              IX3044.2
078619     START    STX-RL-FILE KEY NOT LESS STX-RL-KEY                 IX3044.2
078620              INVALID KEY                                         IX3044.2
078671                 MOVE STX-RL-KEY TO CCVS-IOT-KEY                  IX3044.2
078672                 CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME        IX3044.2
078673                     STX-RL-FSTATUS CCVS-IOT-KEY                  IX3044.2
078674                     BY CONTENT "START  STX-RL-FILE     R0032P "  IX3044.2
078675                 CONTINUE                                         IX3044.2
078621     END-START                                                    IX3044.2
078671     MOVE STX-RL-KEY TO CCVS-IOT-KEY                              IX3044.2
078672     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX3044.2
078673         STX-RL-FSTATUS CCVS-IOT-KEY                              IX3044.2
078674         BY CONTENT "START  STX-RL-FILE     R0032T ".             IX3044.2
078622     IF       STX-RL-FSTATUS NOT = "00"                           IX3044.2
078623              GO TO STX-FAIL-304-10.                              IX3044.2
078671     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX3044.2
078672         STX-RL-FSTATUS CCVS-IOT-KEY                              IX3044.2
078673         BY CONTENT "READ   STX-RL-FILE     R0033B "              IX3044.2
078624     READ     STX-RL-FILE NEXT RECORD                             IX3044.2
078625              AT END                                              IX3044.2
078671                 MOVE STX-RL-KEY TO CCVS-IOT-KEY                  IX3044.2
078672                 CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME        IX3044.2
078673                     STX-RL-FSTATUS CCVS-IOT-KEY                  IX3044.2
078674                     BY CONTENT "READ   STX-RL-FILE     R0033P "  IX3044.2
078675                 CONTINUE                                         IX3044.2
078626     END-READ                                                     IX3044.2
078671     MOVE STX-RL-KEY TO CCVS-IOT-KEY                              IX3044.2
078672     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX3044.2
078673         STX-RL-FSTATUS CCVS-IOT-KEY                              IX3044.2
078674         BY CONTENT "READ   STX-RL-FILE     R0033T ".             IX3044.2
078627     CLOSE    STX-RL-FILE                                         IX3044.2
078671     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX3044.2
078672         STX-RL-FSTATUS CCVS-IOT-NOKEY                            IX3044.2
078673         BY CONTENT "CLOSE  STX-RL-FILE     R0034T ".             IX3044.2
078628     IF       STX-RL-DATA (1:17) = "RELATIVE RECORD 2"            IX3044.2
078629              PERFORM PASS                                        IX3044.2
078630              GO TO STX-WRITE-304-10.                             IX3044.2
078643     MOVE     "STX-TEST-304-11" TO PAR-NAME.                      IX3044.2
078644     MOVE     "START RELATIONS IDX" TO FEATURE.                   IX3044.2
078645     MOVE     "VIII-55 6.4.9 START" TO ANSI-REFERENCE.            IX3044.2
078646     OPEN     INPUT STX-IX-FILE                                   IX3044.2
078671     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX3044.2
078672         STX-IX-FSTATUS CCVS-IOT-NOKEY                            IX3044.2
078673         BY CONTENT "OPEN   STX-IX-FILE     I0035T ".             IX3044.2
078647     MOVE     "K001" TO STX-IX-KEY.                               IX3044.2
078671     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX3044.2
078672         STX-IX-FSTATUS CCVS-IOT-KEY                              IX3044.2
078673         BY CONTENT "START  STX-IX-FILE     I0036B "              IX3044.2
078648     START    STX-IX-FILE KEY NOT LESS STX-IX-KEY                 IX3044.2
078649              INVALID KEY                                         IX3044.2
078671                 MOVE STX-IX-KEY TO CCVS-IOT-KEY                  IX3044.2
078672                 CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME        IX3044.2
078673                     STX-IX-FSTATUS CCVS-IOT-KEY                  IX3044.2
078674                     BY CONTENT "START  STX-IX-FILE     I0036P "  IX3044.2
078675                 CONTINUE                                         IX3044.2
078650     END-START                                                    IX3044.2
078671     MOVE STX-IX-KEY TO CCVS-IOT-KEY                              IX3044.2
078672     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX3044.2
078673         STX-IX-FSTATUS CCVS-IOT-KEY                              IX3044.2
078674         BY CONTENT "START  STX-IX-FILE     I0036T ".             IX3044.2
078651     IF       STX-IX-FSTATUS NOT = "00"                           IX3044.2
078652              GO TO STX-FAIL-304-11.                              IX3044.2
078671     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX3044.2
078672         STX-IX-FSTATUS CCVS-IOT-KEY                              IX3044.2
078673         BY CONTENT "READ   STX-IX-FILE     I0037B "              IX3044.2
078653     READ     STX-IX-FILE NEXT RECORD                             IX3044.2
078654              AT END                                              IX3044.2
078671                 MOVE STX-IX-KEY TO CCVS-IOT-KEY                  IX3044.2
078672                 CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME        IX3044.2
078673                     STX-IX-FSTATUS CCVS-IOT-KEY                  IX3044.2
078674                     BY CONTENT "READ   STX-IX-FILE     I0037P "  IX3044.2
078675                 CONTINUE                                         IX3044.2
078655     END-READ                                                     IX3044.2
078671     MOVE STX-IX-KEY TO CCVS-IOT-KEY                              IX3044.2
078672     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX3044.2
078673         STX-IX-FSTATUS CCVS-IOT-KEY                              IX3044.2
078674         BY CONTENT "READ   STX-IX-FILE     I0037T ".             IX3044.2
078656     IF       STX-IX-DATA (1:13) = "INDEXED REC 2"                IX3044.2
078657              PERFORM PASS                                        IX3044.2
078658              GO TO STX-WRITE-304-11.                             IX3044.2
078663     PERFORM  FAIL.                                               IX3044.2
078664 STX-WRITE-304-11.                                                IX3044.2
078665     PERFORM  PRINT-DETAIL.                                       IX3044.2
078666     CLOSE    STX-IX-FILE                                         IX3044.2
078671     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX3044.2
078672         STX-IX-FSTATUS CCVS-IOT-NOKEY                            IX3044.2
078673         BY CONTENT "CLOSE  STX-IX-FILE     I0038T ".             IX3044.2
078700 CCVS-EXIT SECTION.                                               IX3044.2
078800 CCVS-999999.                                                     IX3044.2
078900     GO TO CLOSE-FILES.                                           IX3044.2
