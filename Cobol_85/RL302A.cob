024900     COPY     CCVSSED.                                            RL3024.2
025000 01  CCVS-PGM-ID                     PIC X(9)   VALUE             RL3024.2
025100     "RL302A".                                                    RL3024.2
025171     COPY CCVSIOK.                                                RL3024.2
025200 PROCEDURE DIVISION.                                              RL3024.2
025300 CCVS1 SECTION.                                                   RL3024.2
025400 OPEN-FILES.                                                      RL3024.2
057300 NTB-INIT-302-1.                                                  RL3024.2
057400     MOVE     "NOT AT END BRANCH" TO FEATURE.                     RL3024.2
057500     MOVE     "VII-57 6.4.4 READ GR6" TO ANSI-REFERENCE.          RL3024.2
057600     OPEN     OUTPUT NTB-SEQ-FILE                                 RL3024.2
057671     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL3024.2
057672         NTB-SQ-FSTATUS CCVS-IOT-NOKEY                            RL3024.2
057673         BY CONTENT "OPEN   NTB-SEQ-FILE    S0001T ".             RL3024.2
057700     MOVE     "ONLY SEQ RECORD" TO NTB-SEQ-REC.                   RL3024.2
057800     WRITE    NTB-SEQ-REC                                         RL3024.2
057871     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL3024.2
057872         NTB-SQ-FSTATUS CCVS-IOT-NOKEY                            RL3024.2
057873         BY CONTENT "WRITE  NTB-SEQ-FILE    S0002T ".             RL3024.2
057900     CLOSE    NTB-SEQ-FILE                                        RL3024.2
057971     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL3024.2
057972         NTB-SQ-FSTATUS CCVS-IOT-NOKEY                            RL3024.2
057973         BY CONTENT "CLOSE  NTB-SEQ-FILE    S0003T ".             RL3024.2
058000     OPEN     INPUT NTB-SEQ-FILE                                  RL3024.2
058071     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL3024.2
058072         NTB-SQ-FSTATUS CCVS-IOT-NOKEY                            RL3024.2
058073         BY CONTENT "OPEN   NTB-SEQ-FILE    S0004T ".             RL3024.2
058100 NTB-TEST-302-1.                                                  RL3024.2
058200*    A SUCCESSFUL READ MUST TAKE NOT AT END AND ONLY THAT.        RL3024.2
058300     MOVE     "NTB-TEST-302-1" TO PAR-NAME.                       RL3024.2
058400     MOVE     "N" TO NTB-TRUE-SW NTB-NOT-SW.                      RL3024.2
058471     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL3024.2
058472         NTB-SQ-FSTATUS CCVS-IOT-NOKEY                            RL3024.2
058473         BY CONTENT "READ   NTB-SEQ-FILE    S0005B "              RL3024.2
058500     READ     NTB-SEQ-FILE                                        RL3024.2
058600              AT END                                              RL3024.2
058671                 CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME        RL3024.2
058672                     NTB-SQ-FSTATUS CCVS-IOT-NOKEY                RL3024.2
058673                     BY CONTENT "READ   NTB-SEQ-FILE    S0005P "  RL3024.2
058674                 MOVE "Y" TO NTB-TRUE-SW                          RL3024.2
058700              NOT AT END                                          RL3024.2
058771                 CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME        RL3024.2
058772                     NTB-SQ-FSTATUS CCVS-IOT-NOKEY                RL3024.2
058773                     BY CONTENT "READ   NTB-SEQ-FILE    S0005P "  RL3024.2
058774                 MOVE "Y" TO NTB-NOT-SW                           RL3024.2
058800     END-READ                                                     RL3024.2
058871     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL3024.2
058872         NTB-SQ-FSTATUS CCVS-IOT-NOKEY                            RL3024.2
058873         BY CONTENT "READ   NTB-SEQ-FILE    S0005T ".             RL3024.2
058900     IF       NTB-NOT-SW = "Y" AND NTB-TRUE-SW = "N"              RL3024.2
059000              PERFORM PASS                                        RL3024.2
059100              GO TO NTB-WRITE-302-1.                              RL3024.2
059800*    THE READ PAST END-OF-FILE TAKES AT END AND ONLY THAT.        RL3024.2
059900     MOVE     "NTB-TEST-302-2" TO PAR-NAME.                       RL3024.2
060000     MOVE     "N" TO NTB-TRUE-SW NTB-NOT-SW.                      RL3024.2
060071     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL3024.2
060072         NTB-SQ-FSTATUS CCVS-IOT-NOKEY                            RL3024.2
060073         BY CONTENT "READ   NTB-SEQ-FILE    S0006B "              RL3024.2
060100     READ     NTB-SEQ-FILE                                        RL3024.2
060200              AT END                                              RL3024.2
060271                 CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME        RL3024.2
060272                     NTB-SQ-FSTATUS CCVS-IOT-NOKEY                RL3024.2
060273                     BY CONTENT "READ   NTB-SEQ-FILE    S0006P "  RL3024.2
060274                 MOVE "Y" TO NTB-TRUE-SW                          RL3024.2
060300              NOT AT END                                          RL3024.2
060371                 CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME        RL3024.2
060372                     NTB-SQ-FSTATUS CCVS-IOT-NOKEY                RL3024.2
060373                     BY CONTENT "READ   NTB-SEQ-FILE    S0006P "  RL3024.2
060374                 MOVE "Y" TO NTB-NOT-SW                           RL3024.2
060400     END-READ                                                     RL3024.2
060471     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL3024.2
060472         NTB-SQ-FSTATUS CCVS-IOT-NOKEY                            RL3024.2
060473         BY CONTENT "READ   NTB-SEQ-FILE    S0006T ".             RL3024.2
060500     CLOSE    NTB-SEQ-FILE                                        RL3024.2
060571     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL3024.2
060572         NTB-SQ-FSTATUS CCVS-IOT-NOKEY                            RL3024.2
060573         BY CONTENT "CLOSE  NTB-SEQ-FILE    S0007T ".             RL3024.2
060600     IF       NTB-TRUE-SW = "Y" AND NTB-NOT-SW = "N"              RL3024.2
060700              PERFORM PASS                                        RL3024.2
060800              GO TO NTB-WRITE-302-2.                              RL3024.2
061400 NTB-INIT-302-3.                                                  RL3024.2
061500     MOVE     "NOT INVALID KEY REL" TO FEATURE.                   RL3024.2
061600     MOVE     "VII-92 7.4.4 WRITE GR10" TO ANSI-REFERENCE.        RL3024.2
061700     OPEN     OUTPUT NTB-REL-FILE                                 RL3024.2
061771     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL3024.2
061772         NTB-RL-FSTATUS CCVS-IOT-NOKEY                            RL3024.2
061773         BY CONTENT "OPEN   NTB-REL-FILE    R0008T ".             RL3024.2
061800 NTB-TEST-302-3.                                                  RL3024.2
061900*    A VALID RELATIVE WRITE TAKES NOT INVALID KEY.                RL3024.2
062000     MOVE     "NTB-TEST-302-3" TO PAR-NAME.                       RL3024.2
062100     MOVE     1 TO NTB-REL-KEY.                                   RL3024.2
062200     MOVE     "REL RECORD ONE" TO NTB-REL-REC.                    RL3024.2
062300     MOVE     "N" TO NTB-TRUE-SW NTB-NOT-SW.                      RL3024.2
062371     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL3024.2
062372         NTB-RL-FSTATUS CCVS-IOT-KEY                              RL3024.2
062373         BY CONTENT "WRITE  NTB-REL-FILE    R0009B "              RL3024.2
062400     WRITE    NTB-REL-REC                                         RL3024.2
062500              INVALID KEY                                         RL3024.2
062571                 MOVE NTB-REL-KEY TO CCVS-IOT-KEY                 RL3024.2
062572                 CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME        RL3024.2
062573                     NTB-RL-FSTATUS CCVS-IOT-KEY                  RL3024.2
062574                     BY CONTENT "WRITE  NTB-REL-FILE    R0009P "  RL3024.2
062575                 MOVE "Y" TO NTB-TRUE-SW                          RL3024.2
062600              NOT INVALID KEY                                     RL3024.2
062671                 MOVE NTB-REL-KEY TO CCVS-IOT-KEY                 RL3024.2
062672                 CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME        RL3024.2
062673                     NTB-RL-FSTATUS CCVS-IOT-KEY                  RL3024.2
062674                     BY CONTENT "WRITE  NTB-REL-FILE    R0009P "  RL3024.2
062675                 MOVE "Y" TO NTB-NOT-SW                           RL3024.2
062700     END-WRITE                                                    RL3024.2
062771     MOVE NTB-REL-KEY TO CCVS-IOT-KEY                             RL3024.2
062772     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL3024.2
062773         NTB-RL-FSTATUS CCVS-IOT-KEY                              RL3024.2
062774         BY CONTENT "WRITE  NTB-REL-FILE    R0009T ".             RL3024.2
062800     CLOSE    NTB-REL-FILE                                        RL3024.2
062871     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL3024.2
062872         NTB-RL-FSTATUS CCVS-IOT-NOKEY                            RL3024.2
062873         BY CONTENT "CLOSE  NTB-REL-FILE    R0010T ".             RL3024.2
062900     IF       NTB-NOT-SW = "Y" AND NTB-TRUE-SW = "N"              RL3024.2
063000              PERFORM PASS                                        RL3024.2
063100              GO TO NTB-WRITE-302-3.                              RL3024.2
063800*    A RANDOM READ OF AN ABSENT RELATIVE KEY TAKES INVALID        RL3024.2
063900*    KEY AND ONLY THAT.                                           RL3024.2
064000     MOVE     "NTB-TEST-302-4" TO PAR-NAME.                       RL3024.2
064100     OPEN     INPUT NTB-REL-FILE                                  RL3024.2
064171     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL3024.2
064172         NTB-RL-FSTATUS CCVS-IOT-NOKEY                            RL3024.2
064173         BY CONTENT "OPEN   NTB-REL-FILE    R0011T ".             RL3024.2
064200     MOVE     9 TO NTB-REL-KEY.                                   RL3024.2
064300     MOVE     "N" TO NTB-TRUE-SW NTB-NOT-SW.                      RL3024.2
064371     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL3024.2
064372         NTB-RL-FSTATUS CCVS-IOT-KEY                              RL3024.2
064373         BY CONTENT "READ   NTB-REL-FILE    R0012B "              RL3024.2
064400     READ     NTB-REL-FILE                                        RL3024.2
064500              INVALID KEY                                         RL3024.2
064571                 MOVE NTB-REL-KEY TO CCVS-IOT-KEY                 RL3024.2
064572                 CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME        RL3024.2
064573                     NTB-RL-FSTATUS CCVS-IOT-KEY                  RL3024.2
064574                     BY CONTENT "READ   NTB-REL-FILE    R0012P "  RL3024.2
064575                 MOVE "Y" TO NTB-TRUE-SW                          RL3024.2
064600              NOT INVALID KEY                                     RL3024.2
064671                 MOVE NTB-REL-KEY TO CCVS-IOT-KEY                 RL3024.2
064672                 CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME        RL3024.2
064673                     NTB-RL-FSTATUS CCVS-IOT-KEY                  RL3024.2
064674                     BY CONTENT "READ   NTB-REL-FILE    R0012P "  RL3024.2
064675                 MOVE "Y" TO NTB-NOT-SW                           RL3024.2
064700     END-READ                                                     RL3024.2
064771     MOVE NTB-REL-KEY TO CCVS-IOT-KEY                             RL3024.2
064772     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL3024.2
064773         NTB-RL-FSTATUS CCVS-IOT-KEY                              RL3024.2
064774         BY CONTENT "READ   NTB-REL-FILE    R0012T ".             RL3024.2
064800     CLOSE    NTB-REL-FILE                                        RL3024.2
064871     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL3024.2
064872         NTB-RL-FSTATUS CCVS-IOT-NOKEY                            RL3024.2
064873         BY CONTENT "CLOSE  NTB-REL-FILE    R0013T ".             RL3024.2
064900     IF       NTB-TRUE-SW = "Y" AND NTB-NOT-SW = "N"              RL3024.2
065000              PERFORM PASS                                        RL3024.2
065100              GO TO NTB-WRITE-302-4.                              RL3024.2
065700 NTB-INIT-302-5.                                                  RL3024.2
065800     MOVE     "NOT INVALID KEY IDX" TO FEATURE.                   RL3024.2
065900     MOVE     "VIII-48 6.4.4 WRITE" TO ANSI-REFERENCE.            RL3024.2
066000     OPEN     OUTPUT NTB-IDX-FILE                                 RL3024.2
066071     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL3024.2
066072         NTB-IX-FSTATUS CCVS-IOT-NOKEY                            RL3024.2
066073         BY CONTENT "OPEN   NTB-IDX-FILE    I0014T ".             RL3024.2
066100 NTB-TEST-302-5.                                                  RL3024.2
066200*    A NEW-KEY INDEXED WRITE TAKES NOT INVALID KEY.               RL3024.2
066300     MOVE     "NTB-TEST-302-5" TO PAR-NAME.                       RL3024.2
066400     MOVE     "K001" TO NTB-IX-KEY.                               RL3024.2
066500     MOVE     "FIRST INDEXED" TO NTB-IX-DATA.                     RL3024.2
066600     MOVE     "N" TO NTB-TRUE-SW NTB-NOT-SW.                      RL3024.2
066671     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL3024.2
066672         NTB-IX-FSTATUS CCVS-IOT-KEY                              RL3024.2
066673         BY CONTENT "WRITE  NTB-IDX-FILE    I0015B "              RL3024.2
066700     WRITE    NTB-IDX-REC                                         RL3024.2
066800              INVALID KEY                                         RL3024.2
066871                 MOVE NTB-IX-KEY TO CCVS-IOT-KEY                  RL3024.2
066872                 CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME        RL3024.2
066873                     NTB-IX-FSTATUS CCVS-IOT-KEY                  RL3024.2
066874                     BY CONTENT "WRITE  NTB-IDX-FILE    I0015P "  RL3024.2
066875                 MOVE "Y" TO NTB-TRUE-SW                          RL3024.2
066900              NOT INVALID KEY                                     RL3024.2
066971                 MOVE NTB-IX-KEY TO CCVS-IOT-KEY                  RL3024.2
066972                 CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME        RL3024.2
066973                     NTB-IX-FSTATUS CCVS-IOT-KEY                  RL3024.2
066974                     BY CONTENT "WRITE  NTB-IDX-FILE    I0015P "  RL3024.2
066975                 MOVE "Y" TO NTB-NOT-SW                           RL3024.2
067000     END-WRITE                                                    RL3024.2
067071     MOVE NTB-IX-KEY TO CCVS-IOT-KEY                              RL3024.2
067072     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL3024.2
067073         NTB-IX-FSTATUS CCVS-IOT-KEY                              RL3024.2
067074         BY CONTENT "WRITE  NTB-IDX-FILE    I0015T ".             RL3024.2
067100     IF       NTB-NOT-SW = "Y" AND NTB-TRUE-SW = "N"              RL3024.2
067200              PERFORM PASS                                        RL3024.2
067300              GO TO NTB-WRITE-302-5.                              RL3024.2
068200     MOVE     "K001" TO NTB-IX-KEY.                               RL3024.2
068300     MOVE     "DUPLICATE KEY" TO NTB-IX-DATA.                     RL3024.2
068400     MOVE     "N" TO NTB-TRUE-SW NTB-NOT-SW.                      RL3024.2
068471     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL3024.2
068472         NTB-IX-FSTATUS CCVS-IOT-KEY                              RL3024.2
068473         BY CONTENT "WRITE  NTB-IDX-FILE    I0016B "              RL3024.2
068500     WRITE    NTB-IDX-REC                                         RL3024.2
068600              INVALID KEY                                         RL3024.2
068671                 MOVE NTB-IX-KEY TO CCVS-IOT-KEY                  RL3024.2
068672                 CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME        RL3024.2
068673                     NTB-IX-FSTATUS CCVS-IOT-KEY                  RL3024.2
068674                     BY CONTENT "WRITE  NTB-IDX-FILE    I0016P "  RL3024.2
068675                 MOVE "Y" TO NTB-TRUE-SW                          RL3024.2
068700              NOT INVALID KEY                                     RL3024.2
068771                 MOVE NTB-IX-KEY TO CCVS-IOT-KEY                  RL3024.2
068772                 CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME        RL3024.2
068773                     NTB-IX-FSTATUS CCVS-IOT-KEY                  RL3024.2
068774                     BY CONTENT "WRITE  NTB-IDX-FILE    I0016P "  RL3024.2
068775                 MOVE "Y" TO NTB-NOT-SW                           RL3024.2
068800     END-WRITE                                                    RL3024.2
068871     MOVE NTB-IX-KEY TO CCVS-IOT-KEY                              RL3024.2
068872     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL3024.2
068873         NTB-IX-FSTATUS CCVS-IOT-KEY                              RL3024.2
068874         BY CONTENT "WRITE  NTB-IDX-FILE    I0016T ".             RL3024.2
068900     CLOSE    NTB-IDX-FILE                                        RL3024.2
068971     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL3024.2
068972         NTB-IX-FSTATUS CCVS-IOT-NOKEY                            RL3024.2
068973         BY CONTENT "CLOSE  NTB-IDX-FILE    I0017T ".             RL3024.2
069000     IF       NTB-TRUE-SW = "Y" AND NTB-NOT-SW = "N"              RL3024.2
069100              PERFORM PASS                                        RL3024.2
069200              GO TO NTB-WRITE-302-6.                              RL3024.2
