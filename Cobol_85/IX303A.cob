030100     COPY     CCVSSED.                                            IX3034.2
030200 01  CCVS-PGM-ID                     PIC X(9)   VALUE             IX3034.2
030300     "IX303A".                                                    IX3034.2
030371     COPY CCVSIOK.                                                IX3034.2
030400 PROCEDURE DIVISION.                                              IX3034.2
030500 CCVS1 SECTION.                                                   IX3034.2
030600 OPEN-FILES.                                                      IX3034.2
062900*    EXISTING KEYS, PLUS 3 DELIBERATE REJECTS.                    IX3034.2
063000     MOVE     "INDEXED BATCH UPDATE" TO FEATURE.                  IX3034.2
063100     MOVE     "VIII-37 GR8" TO ANSI-REFERENCE.                    IX3034.2
063200     OPEN     OUTPUT UPD-MASTER                                   IX3034.2
063271     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX3034.2
063272         UPD-FSTATUS CCVS-IOT-NOKEY                               IX3034.2
063273         BY CONTENT "OPEN   UPD-MASTER      I0001T ".             IX3034.2
063300     PERFORM  UPD-LOAD-ONE-MASTER                                 IX3034.2
063400              VARYING UPD-SUB FROM 1 BY 1                         IX3034.2
063500              UNTIL UPD-SUB > 200.                                IX3034.2
063600     CLOSE    UPD-MASTER                                          IX3034.2
063671     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX3034.2
063672         UPD-FSTATUS CCVS-IOT-NOKEY                               IX3034.2
063673         BY CONTENT "CLOSE  UPD-MASTER      I0002T ".             IX3034.2
063700     OPEN     OUTPUT UPD-TRANS                                    IX3034.2
063771     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX3034.2
063772         UPD-TR-FSTATUS CCVS-IOT-NOKEY                            IX3034.2
063773         BY CONTENT "OPEN   UPD-TRANS       S0003T ".             IX3034.2
063800     PERFORM  UPD-GEN-ONE-ADD                                     IX3034.2
063900              VARYING UPD-SUB FROM 1 BY 1                         IX3034.2
064000              UNTIL UPD-SUB > 20.                                 IX3034.2
064500              VARYING UPD-SUB FROM 1 BY 1                         IX3034.2
064600              UNTIL UPD-SUB > 10.                                 IX3034.2
064700     PERFORM  UPD-GEN-REJECTS.                                    IX3034.2
064800     CLOSE    UPD-TRANS                                           IX3034.2
064871     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX3034.2
064872         UPD-TR-FSTATUS CCVS-IOT-NOKEY                            IX3034.2
064873         BY CONTENT "CLOSE  UPD-TRANS       S0004T ".             IX3034.2
064900     GO       TO UPD-APPLY-303.                                   IX3034.2
065000 UPD-KEY-FOR-SLOT.                                                IX3034.2
065100     COMPUTE  UPD-MST-KEYNUM =                                    IX3034.2
065600     MOVE     SPACES TO UPD-MST-RECORD.                           IX3034.2
065700     PERFORM  UPD-KEY-FOR-SLOT.                                   IX3034.2
065800     MOVE     ALL "M" TO UPD-MST-DATA.                            IX3034.2
065871     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX3034.2
065872         UPD-FSTATUS CCVS-IOT-KEY                                 IX3034.2
065873         BY CONTENT "WRITE  UPD-MASTER      I0005B "              IX3034.2
065900     WRITE    UPD-MST-RECORD                                      IX3034.2
066000         INVALID KEY                                              IX3034.2
066071             MOVE UPD-MST-KEY TO CCVS-IOT-KEY                     IX3034.2
066072             CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME            IX3034.2
066073                 UPD-FSTATUS CCVS-IOT-KEY                         IX3034.2
066074                 BY CONTENT "WRITE  UPD-MASTER      I0005P "      IX3034.2
066075             CONTINUE                                             IX3034.2
066100     END-WRITE                                                    IX3034.2
066171     MOVE UPD-MST-KEY TO CCVS-IOT-KEY                             IX3034.2
066172     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX3034.2
066173         UPD-FSTATUS CCVS-IOT-KEY                                 IX3034.2
066174         BY CONTENT "WRITE  UPD-MASTER      I0005T ".             IX3034.2
066200 UPD-GEN-ONE-ADD.                                                 IX3034.2
066300     MOVE     SPACES TO UPD-TR-RECORD.                            IX3034.2
066400     MOVE     "A" TO UPD-TR-CODE.                                 IX3034.2
066600     PERFORM  UPD-KEY-FOR-SLOT.                                   IX3034.2
066700     COMPUTE  UPD-TR-KEYNUM = UPD-MST-KEYNUM + 5.                 IX3034.2
066800     MOVE     ALL "A" TO UPD-TR-DATA.                             IX3034.2
066900     WRITE    UPD-TR-RECORD                                       IX3034.2
066971     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX3034.2
066972         UPD-TR-FSTATUS CCVS-IOT-NOKEY                            IX3034.2
066973         BY CONTENT "WRITE  UPD-TRANS       S0006T ".             IX3034.2
067000 UPD-GEN-ONE-CHANGE.                                              IX3034.2
067100     MOVE     SPACES TO UPD-TR-RECORD.                            IX3034.2
067200     MOVE     "C" TO UPD-TR-CODE.                                 IX3034.2
067300     PERFORM  UPD-KEY-FOR-SLOT.                                   IX3034.2
067400     MOVE     UPD-MST-KEYNUM TO UPD-TR-KEYNUM.                    IX3034.2
067500     MOVE     ALL "C" TO UPD-TR-DATA.                             IX3034.2
067600     WRITE    UPD-TR-RECORD                                       IX3034.2
067671     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX3034.2
067672         UPD-TR-FSTATUS CCVS-IOT-NOKEY                            IX3034.2
067673         BY CONTENT "WRITE  UPD-TRANS       S0007T ".             IX3034.2
067700 UPD-GEN-ONE-DELETE.                                              IX3034.2
067800     MOVE     SPACES TO UPD-TR-RECORD.                            IX3034.2
067900     MOVE     "D" TO UPD-TR-CODE.                                 IX3034.2
068200     COMPUTE  UPD-SUB = UPD-SUB - 100.                            IX3034.2
068300     MOVE     UPD-MST-KEYNUM TO UPD-TR-KEYNUM.                    IX3034.2
068400     MOVE     ALL "D" TO UPD-TR-DATA.                             IX3034.2
068500     WRITE    UPD-TR-RECORD                                       IX3034.2
068571     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX3034.2
068572         UPD-TR-FSTATUS CCVS-IOT-NOKEY                            IX3034.2
068573         BY CONTENT "WRITE  UPD-TRANS       S0008T ".             IX3034.2
068600 UPD-GEN-REJECTS.                                                 IX3034.2
068700*    AN ADD ON AN OCCUPIED KEY, A CHANGE AND A DELETE ON A        IX3034.2
068800*    KEY THE MASTER CANNOT HOLD.                                  IX3034.2
069100     MOVE     1 TO UPD-SUB.                                       IX3034.2
069200     PERFORM  UPD-KEY-FOR-SLOT.                                   IX3034.2
069300     MOVE     UPD-MST-KEYNUM TO UPD-TR-KEYNUM.                    IX3034.2
069400     WRITE    UPD-TR-RECORD                                       IX3034.2
069471     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX3034.2
069472         UPD-TR-FSTATUS CCVS-IOT-NOKEY                            IX3034.2
069473         BY CONTENT "WRITE  UPD-TRANS       S0009T ".             IX3034.2
069500     MOVE     "C" TO UPD-TR-CODE.                                 IX3034.2
069600     MOVE     99999 TO UPD-TR-KEYNUM.                             IX3034.2
069700     WRITE    UPD-TR-RECORD                                       IX3034.2
069771     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX3034.2
069772         UPD-TR-FSTATUS CCVS-IOT-NOKEY                            IX3034.2
069773         BY CONTENT "WRITE  UPD-TRANS       S0010T ".             IX3034.2
069800     MOVE     "D" TO UPD-TR-CODE.                                 IX3034.2
069900     MOVE     99998 TO UPD-TR-KEYNUM.                             IX3034.2
070000     WRITE    UPD-TR-RECORD                                       IX3034.2
070071     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX3034.2
070072         UPD-TR-FSTATUS CCVS-IOT-NOKEY                            IX3034.2
070073         BY CONTENT "WRITE  UPD-TRANS       S0011T ".             IX3034.2
070100 UPD-APPLY-303.                                                   IX3034.2
070200     ACCEPT   UPD-TIME-WORK FROM TIME.                            IX3034.2
070300     PERFORM  UPD-TIME-TO-CS.                                     IX3034.2
070400     MOVE     UPD-TIME-CS TO UPD-START-CS.                        IX3034.2
070500     OPEN     I-O UPD-MASTER                                      IX3034.2
070571     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX3034.2
070572         UPD-FSTATUS CCVS-IOT-NOKEY                               IX3034.2
070573         BY CONTENT "OPEN   UPD-MASTER      I0012T ".             IX3034.2
070600     OPEN     INPUT UPD-TRANS                                     IX3034.2
070671     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX3034.2
070672         UPD-TR-FSTATUS CCVS-IOT-NOKEY                            IX3034.2
070673         BY CONTENT "OPEN   UPD-TRANS       S0013T ".             IX3034.2
070700     MOVE     "N" TO UPD-EOF-SW.                                  IX3034.2
070800     PERFORM  UPD-READ-TRANS.                                     IX3034.2
070900     PERFORM  UPD-APPLY-ONE-TRANS                                 IX3034.2
071000              UNTIL UPD-EOF-SW = "Y".                             IX3034.2
071100     CLOSE    UPD-TRANS                                           IX3034.2
071171     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX3034.2
071172         UPD-TR-FSTATUS CCVS-IOT-NOKEY                            IX3034.2
071173         BY CONTENT "CLOSE  UPD-TRANS       S0014T ".             IX3034.2
071200     CLOSE    UPD-MASTER                                          IX3034.2
071271     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX3034.2
071272         UPD-FSTATUS CCVS-IOT-NOKEY                               IX3034.2
071273         BY CONTENT "CLOSE  UPD-MASTER      I0015T ".             IX3034.2
071300     ACCEPT   UPD-TIME-WORK FROM TIME.                            IX3034.2
071400     PERFORM  UPD-TIME-TO-CS.                                     IX3034.2
071500     COMPUTE  UPD-ELAPSED-CS = UPD-TIME-CS - UPD-START-CS.        IX3034.2
072500              + UPD-TW-MM * 6000 + UPD-TW-SS * 100                IX3034.2
072600              + UPD-TW-CC.                                        IX3034.2
072700 UPD-READ-TRANS.                                                  IX3034.2
072771     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX3034.2
072772         UPD-TR-FSTATUS CCVS-IOT-NOKEY                            IX3034.2
072773         BY CONTENT "READ   UPD-TRANS       S0016B "              IX3034.2
072800     READ     UPD-TRANS                                           IX3034.2
072900              AT END                                              IX3034.2
072971                 CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME        IX3034.2
072972                     UPD-TR-FSTATUS CCVS-IOT-NOKEY                IX3034.2
072973                     BY CONTENT "READ   UPD-TRANS       S0016P "  IX3034.2
072974                 MOVE "Y" TO UPD-EOF-SW.                          IX3034.2
072975     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX3034.2
072976         UPD-TR-FSTATUS CCVS-IOT-NOKEY                            IX3034.2
072977         BY CONTENT "READ   UPD-TRANS       S0016T ".             IX3034.2
073000 UPD-APPLY-ONE-TRANS.                                             IX3034.2
073100     ADD      1 TO UPD-TRANS-IN.                                  IX3034.2
073200     MOVE     SPACES TO UPD-MST-KEY.                              IX3034.2
073400     EVALUATE UPD-TR-CODE                                         IX3034.2
073500         WHEN "A"                                                 IX3034.2
073600             MOVE UPD-TR-DATA TO UPD-MST-DATA (1:114)             IX3034.2
073671             CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME            IX3034.2
073672                 UPD-FSTATUS CCVS-IOT-KEY                         IX3034.2
073673                 BY CONTENT "WRITE  UPD-MASTER      I0017B "      IX3034.2
073700             WRITE UPD-MST-RECORD                                 IX3034.2
073800                 INVALID KEY                                      IX3034.2
073871                 MOVE UPD-MST-KEY TO CCVS-IOT-KEY                 IX3034.2
073872                 CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME        IX3034.2
073873                     UPD-FSTATUS CCVS-IOT-KEY                     IX3034.2
073874                     BY CONTENT "WRITE  UPD-MASTER      I0017P "  IX3034.2
073875                 ADD 1 TO UPD-REJECTED                            IX3034.2
073900                 NOT INVALID KEY                                  IX3034.2
073971                 MOVE UPD-MST-KEY TO CCVS-IOT-KEY                 IX3034.2
073972                 CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME        IX3034.2
073973                     UPD-FSTATUS CCVS-IOT-KEY                     IX3034.2
073974                     BY CONTENT "WRITE  UPD-MASTER      I0017P "  IX3034.2
073975                 ADD 1 TO UPD-ADDS-DONE                           IX3034.2
074000             END-WRITE                                            IX3034.2
074071             MOVE UPD-MST-KEY TO CCVS-IOT-KEY                     IX3034.2
074072             CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME            IX3034.2
074073                 UPD-FSTATUS CCVS-IOT-KEY                         IX3034.2
074074                 BY CONTENT "WRITE  UPD-MASTER      I0017T "      IX3034.2
074100         WHEN "C"                                                 IX3034.2
074171             CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME            IX3034.2
074172                 UPD-FSTATUS CCVS-IOT-KEY                         IX3034.2
074173                 BY CONTENT "READ   UPD-MASTER      I0018B "      IX3034.2
074200             READ UPD-MASTER                                      IX3034.2
074300                 INVALID KEY                                      IX3034.2
074371                 MOVE UPD-MST-KEY TO CCVS-IOT-KEY                 IX3034.2
074372                 CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME        IX3034.2
074373                     UPD-FSTATUS CCVS-IOT-KEY                     IX3034.2
074374                     BY CONTENT "READ   UPD-MASTER      I0018P "  IX3034.2
074375                 ADD 1 TO UPD-REJECTED                            IX3034.2
074400                 NOT INVALID KEY                                  IX3034.2
074471                 MOVE UPD-MST-KEY TO CCVS-IOT-KEY                 IX3034.2
074472                 CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME        IX3034.2
074473                     UPD-FSTATUS CCVS-IOT-KEY                     IX3034.2
074474                     BY CONTENT "READ   UPD-MASTER      I0018P "  IX3034.2
074500                     MOVE UPD-TR-DATA                             IX3034.2
074600                         TO UPD-MST-DATA (1:114)                  IX3034.2
074671                 CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME        IX3034.2
074672                     UPD-FSTATUS CCVS-IOT-KEY                     IX3034.2
074673                     BY CONTENT "REWRITEUPD-MASTER      I0019B "  IX3034.2
074700                 REWRITE UPD-MST-RECORD                           IX3034.2
074800                         INVALID KEY                              IX3034.2
074871                 MOVE UPD-MST-KEY TO CCVS-IOT-KEY                 IX3034.2
074872                 CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME        IX3034.2
074873                     UPD-FSTATUS CCVS-IOT-KEY                     IX3034.2
074874                     BY CONTENT "REWRITEUPD-MASTER      I0019P "  IX3034.2
074900                             ADD 1 TO UPD-REJECTED                IX3034.2
075000                         NOT INVALID KEY                          IX3034.2
075071                 MOVE UPD-MST-KEY TO CCVS-IOT-KEY                 IX3034.2
075072                 CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME        IX3034.2
075073                     UPD-FSTATUS CCVS-IOT-KEY                     IX3034.2
075074                     BY CONTENT "REWRITEUPD-MASTER      I0019P "  IX3034.2
075100                             ADD 1 TO UPD-CHGS-DONE               IX3034.2
075200                     END-REWRITE                                  IX3034.2
075271                 MOVE UPD-MST-KEY TO CCVS-IOT-KEY                 IX3034.2
075272                 CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME        IX3034.2
075273                     UPD-FSTATUS CCVS-IOT-KEY                     IX3034.2
075274                     BY CONTENT "REWRITEUPD-MASTER      I0019T "  IX3034.2
075300             END-READ                                             IX3034.2
075371             MOVE UPD-MST-KEY TO CCVS-IOT-KEY                     IX3034.2
075372             CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME            IX3034.2
075373                 UPD-FSTATUS CCVS-IOT-KEY                         IX3034.2
075374                 BY CONTENT "READ   UPD-MASTER      I0018T "      IX3034.2
075400         WHEN "D"                                                 IX3034.2
075471             CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME            IX3034.2
075472                 UPD-FSTATUS CCVS-IOT-KEY                         IX3034.2
075473                 BY CONTENT "DELETE UPD-MASTER      I0020B "      IX3034.2
075500             DELETE UPD-MASTER                                    IX3034.2
075600                 INVALID KEY                                      IX3034.2
075671                 MOVE UPD-MST-KEY TO CCVS-IOT-KEY                 IX3034.2
075672                 CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME        IX3034.2
075673                     UPD-FSTATUS CCVS-IOT-KEY                     IX3034.2
075674                     BY CONTENT "DELETE UPD-MASTER      I0020P "  IX3034.2
075675                 ADD 1 TO UPD-REJECTED                            IX3034.2
075700                 NOT INVALID KEY                                  IX3034.2
075771                 MOVE UPD-MST-KEY TO CCVS-IOT-KEY                 IX3034.2
075772                 CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME        IX3034.2
075773                     UPD-FSTATUS CCVS-IOT-KEY                     IX3034.2
075774                     BY CONTENT "DELETE UPD-MASTER      I0020P "  IX3034.2
075775                 ADD 1 TO UPD-DELS-DONE                           IX3034.2
075800             END-DELETE                                           IX3034.2
075871             MOVE UPD-MST-KEY TO CCVS-IOT-KEY                     IX3034.2
075872             CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME            IX3034.2
075873                 UPD-FSTATUS CCVS-IOT-KEY                         IX3034.2
075874                 BY CONTENT "DELETE UPD-MASTER      I0020T "      IX3034.2
075900         WHEN OTHER                                               IX3034.2
076000             ADD 1 TO UPD-REJECTED                                IX3034.2
076100     END-EVALUATE.                                                IX3034.2
080300     GO       TO CCVS-EXIT.                                       IX3034.2
080400 UPD-CENSUS-MASTER.                                               IX3034.2
080500     MOVE     ZERO TO UPD-FINAL-COUNT.                            IX3034.2
080600     OPEN     INPUT UPD-MASTER-SEQ                                IX3034.2
080671     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX3034.2
080672         UPD-FSTATUS CCVS-IOT-NOKEY                               IX3034.2
080673         BY CONTENT "OPEN   UPD-MASTER-SEQ  I0021T ".             IX3034.2
080700     IF       UPD-FSTATUS NOT = "00"                              IX3034.2
080800              GO TO UPD-CENSUS-MASTER-EX.                         IX3034.2
080900     MOVE     "N" TO UPD-EOF-SW.                                  IX3034.2
081000     PERFORM  UPD-READ-CENSUS.                                    IX3034.2
081100     PERFORM  UPD-COUNT-CENSUS                                    IX3034.2
081200              UNTIL UPD-EOF-SW = "Y".                             IX3034.2
081300     CLOSE    UPD-MASTER-SEQ                                      IX3034.2
081371     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX3034.2
081372         UPD-FSTATUS CCVS-IOT-NOKEY                               IX3034.2
081373         BY CONTENT "CLOSE  UPD-MASTER-SEQ  I0022T ".             IX3034.2
081400 UPD-CENSUS-MASTER-EX.                                            IX3034.2
081500     EXIT.                                                        IX3034.2
081600 UPD-READ-CENSUS.                                                 IX3034.2
081671     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX3034.2
081672         UPD-FSTATUS CCVS-IOT-KEY                                 IX3034.2
081673         BY CONTENT "READ   UPD-MASTER-SEQ  I0023B "              IX3034.2
081700     READ     UPD-MASTER-SEQ NEXT RECORD                          IX3034.2
081800              AT END                                              IX3034.2
081871                 MOVE UPD-MSQ-KEY TO CCVS-IOT-KEY                 IX3034.2
081872                 CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME        IX3034.2
081873                     UPD-FSTATUS CCVS-IOT-KEY                     IX3034.2
081874                     BY CONTENT "READ   UPD-MASTER-SEQ  I0023P "  IX3034.2
081875                 MOVE "Y" TO UPD-EOF-SW.                          IX3034.2
081876     MOVE UPD-MSQ-KEY TO CCVS-IOT-KEY                             IX3034.2
081877     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX3034.2
081878         UPD-FSTATUS CCVS-IOT-KEY                                 IX3034.2
081879         BY CONTENT "READ   UPD-MASTER-SEQ  I0023T ".             IX3034.2
081900 UPD-COUNT-CENSUS.                                                IX3034.2
082000     ADD      1 TO UPD-FINAL-COUNT.                               IX3034.2
082100     PERFORM  UPD-READ-CENSUS.                                    IX3034.2
