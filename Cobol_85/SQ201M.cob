004100*P          ACCESS MODE IS RANDOM                                 SQ2014.2
004200*P          RECORD KEY IS RAW-DATA-KEY.                           SQ2014.2
004300     SELECT PRINT-FILE ASSIGN TO                                  SQ2014.2
004400     "report.log"                                                 SQ2014.2
004471     FILE STATUS IS PRINT-FILE-STATUS.                            SQ2014.2
004311     SELECT   CSV-RESULTS-FILE ASSIGN TO                          SQ2014.2
004312     "results.csv".                                               SQ2014.2
004511     SELECT   SUITE-SUMMARY-FILE ASSIGN TO                        SQ2014.2
026012 01  WS-END-TIME PIC 9(8) VALUE ZERO.                             SQ2014.2
022800 01  CCVS-PGM-ID PIC X(6) VALUE                                   SQ2014.2
022900     "SQ201M".                                                    SQ2014.2
022971 01  PRINT-FILE-STATUS PIC XX VALUE SPACE.                        SQ2014.2
022972     COPY CCVSIOK.                                                SQ2014.2
023000 PROCEDURE DIVISION.                                              SQ2014.2
023100 CCVS1 SECTION.                                                   SQ2014.2
023200 OPEN-FILES.                                                      SQ2014.2
024100*P   REWRITE RAW-DATA-SATZ INVALID KEY GO TO END-E-1.             SQ2014.2
024200*PND-E-1.                                                         SQ2014.2
024300*P   CLOSE RAW-DATA.                                              SQ2014.2
024400     OPEN     OUTPUT PRINT-FILE                                   SQ2014.2
024471     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ2014.2
024472         PRINT-FILE-STATUS CCVS-IOT-NOKEY                         SQ2014.2
024473         BY CONTENT "OPEN   PRINT-FILE      S0001TF".             SQ2014.2
025513     OPEN     EXTEND SUITE-SUMMARY-FILE.                          SQ2014.2
025514     IF       WS-SS-FILE-STATUS = "35"                            SQ2014.2
025515              OPEN OUTPUT SUITE-SUMMARY-FILE                      SQ2014.2
024800     CALL     "CCVSHBT" USING CCVS-PGM-ID                         SQ2014.2
024800              BY CONTENT "CLOSE".                                 SQ2014.2
029811     ACCEPT WS-END-TIME FROM TIME.                                SQ2014.2
024900     PERFORM END-ROUTINE THRU END-ROUTINE-13. CLOSE PRINT-FILE    SQ2014.2
024971                 CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME        SQ2014.2
024972                     PRINT-FILE-STATUS CCVS-IOT-NOKEY             SQ2014.2
024973                     BY CONTENT "CLOSE  PRINT-FILE      S0002TF". SQ2014.2
026613     CLOSE    SUITE-SUMMARY-FILE.                                 SQ2014.2
028711     CLOSE    NEGATIVE-PATH-FILE.                                 SQ2014.2
025611     CLOSE    CSV-RESULTS-FILE.                                   SQ2014.2
032700         MOVE DUMMY-RECORD TO DUMMY-HOLD                          SQ2014.2
032800         MOVE SPACE TO DUMMY-RECORD                               SQ2014.2
032900         WRITE DUMMY-RECORD AFTER ADVANCING 1 LINES               SQ2014.2
032971         CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                SQ2014.2
032972             PRINT-FILE-STATUS CCVS-IOT-NOKEY                     SQ2014.2
032973             BY CONTENT "WRITE  PRINT-FILE      S0003TF"          SQ2014.2
033000         MOVE CCVS-C-1 TO DUMMY-RECORD PERFORM WRT-LN             SQ2014.2
033100         MOVE CCVS-C-2 TO DUMMY-RECORD PERFORM WRT-LN 2 TIMES     SQ2014.2
033200         MOVE HYPHEN-LINE TO DUMMY-RECORD PERFORM WRT-LN          SQ2014.2
033400         MOVE ZERO TO RECORD-COUNT.                               SQ2014.2
033500     PERFORM WRT-LN.                                              SQ2014.2
033600 WRT-LN.                                                          SQ2014.2
033700     WRITE    DUMMY-RECORD AFTER ADVANCING 1 LINES                SQ2014.2
033771     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ2014.2
033772         PRINT-FILE-STATUS CCVS-IOT-NOKEY                         SQ2014.2
033773         BY CONTENT "WRITE  PRINT-FILE      S0004TF".             SQ2014.2
033800     MOVE SPACE TO DUMMY-RECORD.                                  SQ2014.2
387000 DERIVE-FEATURE-CODE.                                             SQ2014.2
387002         MOVE SPACES TO FEATURE-CODE.                             SQ2014.2
036200*             THIS TEST CHECKS THE LINAGE-COUNTER UPON COMPLETION SQ2014.2
036300*             OF AN OPEN COMMAND.  IT SHOULD BE EQUAL TO 1.       SQ2014.2
                  
036400     CLOSE PRINT-FILE                                             SQ2014.2
036471     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ2014.2
036472         PRINT-FILE-STATUS CCVS-IOT-NOKEY                         SQ2014.2
036473         BY CONTENT "CLOSE  PRINT-FILE      S0005TF".             SQ2014.2
036500     OPEN OUTPUT PRINT-FILE                                       SQ2014.2
036571     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ2014.2
036572         PRINT-FILE-STATUS CCVS-IOT-NOKEY                         SQ2014.2
036573         BY CONTENT "OPEN   PRINT-FILE      S0006TF".             SQ2014.2
036600     IF LINAGE-COUNTER EQUAL TO 1                                 SQ2014.2
036700              PERFORM PASS                                        SQ2014.2
036800              GO TO WRT-WRITE-001.                                SQ2014.2
038100     MOVE "FILE IS CLOSED, THEN OPENED" TO RE-MARK.               SQ2014.2
038200     PERFORM PRINT-DETAIL.                                        SQ2014.2
038300     MOVE SPACE TO DUMMY-RECORD.                                  SQ2014.2
038400     WRITE PRINT-REC AFTER ADVANCING 4 LINES                      SQ2014.2
038471     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ2014.2
038472         PRINT-FILE-STATUS CCVS-IOT-NOKEY                         SQ2014.2
038473         BY CONTENT "WRITE  PRINT-FILE      S0007TF".             SQ2014.2
038500 WRT-INIT-GF-001.                                                 SQ2014.2
038600     PERFORM HEAD-ROUTINE THRU COLUMN-NAMES-ROUTINE.              SQ2014.2
038700     MOVE "TEST WRT-TEST-01 MUST BE PRINTED BEFORE THE HEADER OF TSQ2014.2
038800-    "HIS LIST"  TO PRINT-REC.                                    SQ2014.2
038900     WRITE PRINT-REC AFTER ADVANCING 4 LINES                      SQ2014.2
038971     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ2014.2
038972         PRINT-FILE-STATUS CCVS-IOT-NOKEY                         SQ2014.2
038973         BY CONTENT "WRITE  PRINT-FILE      S0008TF".             SQ2014.2
039000     MOVE "THIS PROGRAM TESTS THE STATEMENT:" TO PRINT-REC.       SQ2014.2
039100     WRITE PRINT-REC AFTER ADVANCING 4 LINES                      SQ2014.2
039171     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ2014.2
039172         PRINT-FILE-STATUS CCVS-IOT-NOKEY                         SQ2014.2
039173         BY CONTENT "WRITE  PRINT-FILE      S0009TF".             SQ2014.2
039200     MOVE "   WRITE ...   ADVANCING ... " TO PRINT-REC.           SQ2014.2
039300     WRITE PRINT-REC AFTER ADVANCING 2 LINE                       SQ2014.2
039371     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ2014.2
039372         PRINT-FILE-STATUS CCVS-IOT-NOKEY                         SQ2014.2
039373         BY CONTENT "WRITE  PRINT-FILE      S0010TF".             SQ2014.2
039400     MOVE "THE RULES ARE DESCRIBED ON PAGE VII-52 THROUGH VII-56."SQ2014.2
039500          TO PRINT-REC.                                           SQ2014.2
039600     WRITE PRINT-REC AFTER ADVANCING 2 LINE                       SQ2014.2
039671     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ2014.2
039672         PRINT-FILE-STATUS CCVS-IOT-NOKEY                         SQ2014.2
039673         BY CONTENT "WRITE  PRINT-FILE      S0011TF".             SQ2014.2
039700     MOVE "THE LOGICAL PAGE SIZE IS EQUAL TO       66"            SQ2014.2
039800          TO PRINT-REC.                                           SQ2014.2
039900     WRITE PRINT-REC AFTER ADVANCING 4 LINE                       SQ2014.2
039971     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ2014.2
039972         PRINT-FILE-STATUS CCVS-IOT-NOKEY                         SQ2014.2
039973         BY CONTENT "WRITE  PRINT-FILE      S0012TF".             SQ2014.2
040000 WRT-TEST-002.                                                    SQ2014.2
040100*             THIS TEST CHECKS THE LINAGE-COUNTER UPON COMPLETION SQ2014.2
040200*             OF A WRITE ADVANCING 1 LINES OPERATION.             SQ2014.2
040300*             IT SHOULD BE EQUAL TO 1.                            SQ2014.2
040400     MOVE SPACE TO DUMMY-RECORD.                                  SQ2014.2
040500     WRITE DUMMY-RECORD AFTER ADVANCING PAGE                      SQ2014.2
040571     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ2014.2
040572         PRINT-FILE-STATUS CCVS-IOT-NOKEY                         SQ2014.2
040573         BY CONTENT "WRITE  PRINT-FILE      S0013TF".             SQ2014.2
040600     IF LINAGE-COUNTER EQUAL TO 1                                 SQ2014.2
040700              PERFORM PASS                                        SQ2014.2
040800              GO TO WRT-WRITE-002.                                SQ2014.2
042400*             OF A WRITE AFTER ADVANCING 1 LINE OPERATION ON WHICHSQ2014.2
042500*             LOGICAL PAGE OVERFLOW OCCURS.  IT SHOULD EQUAL 1.   SQ2014.2
042600     MOVE SPACE TO DUMMY-RECORD.                                  SQ2014.2
042700     WRITE DUMMY-RECORD AFTER ADVANCING PAGE                      SQ2014.2
042771     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ2014.2
042772         PRINT-FILE-STATUS CCVS-IOT-NOKEY                         SQ2014.2
042773         BY CONTENT "WRITE  PRINT-FILE      S0014TF".             SQ2014.2
042800     PERFORM BLANK-LINE-PRINT 50 TIMES.                           SQ2014.2
042900     IF LINAGE-COUNTER EQUAL TO 1                                 SQ2014.2
043000              PERFORM PASS                                        SQ2014.2
044900     MOVE LINAGE-COUNTER TO LC-HOLD.                              SQ2014.2
045000     ADD 1 TO LC-HOLD.                                            SQ2014.2
045100     MOVE SPACE TO DUMMY-RECORD.                                  SQ2014.2
045200     WRITE DUMMY-RECORD                                           SQ2014.2
045271     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ2014.2
045272         PRINT-FILE-STATUS CCVS-IOT-NOKEY                         SQ2014.2
045273         BY CONTENT "WRITE  PRINT-FILE      S0015TF".             SQ2014.2
045300     IF LC-HOLD EQUAL TO LINAGE-COUNTER                           SQ2014.2
045400              PERFORM PASS                                        SQ2014.2
045500              GO TO WRT-WRITE-004.                                SQ2014.2
047200     MOVE LINAGE-COUNTER TO LC-HOLD.                              SQ2014.2
047300     ADD 5 TO LC-HOLD.                                            SQ2014.2
047400     MOVE SPACE TO DUMMY-RECORD.                                  SQ2014.2
047500     WRITE DUMMY-RECORD BEFORE ADVANCING 5 LINE                   SQ2014.2
047571     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ2014.2
047572         PRINT-FILE-STATUS CCVS-IOT-NOKEY                         SQ2014.2
047573         BY CONTENT "WRITE  PRINT-FILE      S0016TF".             SQ2014.2
047600     IF LINAGE-COUNTER EQUAL TO LC-HOLD                           SQ2014.2
047700              PERFORM PASS                                        SQ2014.2
047800              GO TO WRT-WRITE-005.                                SQ2014.2
049600     MOVE LINAGE-COUNTER TO LC-HOLD.                              SQ2014.2
049700     ADD 4 TO LC-HOLD.                                            SQ2014.2
049800     MOVE SPACE TO DUMMY-RECORD.                                  SQ2014.2
049900     WRITE DUMMY-RECORD BEFORE ADVANCING IDENTIFIER-2 LINES       SQ2014.2
049971     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ2014.2
049972         PRINT-FILE-STATUS CCVS-IOT-NOKEY                         SQ2014.2
049973         BY CONTENT "WRITE  PRINT-FILE      S0017TF".             SQ2014.2
050000     IF LINAGE-COUNTER EQUAL TO LC-HOLD                           SQ2014.2
050100              PERFORM PASS                                        SQ2014.2
050200              GO TO WRT-WRITE-006.                                SQ2014.2
051800     MOVE "THE FOLLOWING SQ201M TESTS CANNOT BE TESTED USING THE NSQ2014.2
051900-    "ORMAL PASS/FAIL METHODS.  A VISUAL CHECK WILL HAVE TO TO BE SQ2014.2
052000-    "MADE" TO PRINT-REC.                                         SQ2014.2
052100     WRITE PRINT-REC AFTER ADVANCING 1 LINE                       SQ2014.2
052171     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ2014.2
052172         PRINT-FILE-STATUS CCVS-IOT-NOKEY                         SQ2014.2
052173         BY CONTENT "WRITE  PRINT-FILE      S0018TF".             SQ2014.2
052200     MOVE "TO DETERMINE THE ACCURACY OF EACH TEST" TO PRINT-REC.  SQ2014.2
052300     WRITE PRINT-REC AFTER ADVANCING 1 LINE                       SQ2014.2
052371     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ2014.2
052372         PRINT-FILE-STATUS CCVS-IOT-NOKEY                         SQ2014.2
052373         BY CONTENT "WRITE  PRINT-FILE      S0019TF".             SQ2014.2
052400     MOVE SPACE TO DUMMY-RECORD.                                  SQ2014.2
052500     PERFORM BLANK-LINE-PRINT 10 TIMES.                           SQ2014.2
052600 WRT-TEST-007.                                                    SQ2014.2
053100     MOVE "WRT-TEST-07" TO PAR-NAME.                              SQ2014.2
053200     PERFORM PRINT-DETAIL.                                        SQ2014.2
053300     MOVE TOP-LINE TO PRINT-REC.                                  SQ2014.2
053400     WRITE PRINT-REC AFTER ADVANCING PAGE                         SQ2014.2
053471     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ2014.2
053472         PRINT-FILE-STATUS CCVS-IOT-NOKEY                         SQ2014.2
053473         BY CONTENT "WRITE  PRINT-FILE      S0020TF".             SQ2014.2
053500     MOVE SPACE TO DUMMY-RECORD.                                  SQ2014.2
053600 WRT-TEST-008.                                                    SQ2014.2
053700******************************************************************SQ2014.2
068900     PERFORM BLANK-LINE-PRINT 5 TIMES.                            SQ2014.2
069000 SQ201M-END-ROUTINE.                                              SQ2014.2
069100     MOVE "END OF SQ201M VALIDATION TESTS" TO PRINT-REC.          SQ2014.2
069200     WRITE PRINT-REC AFTER ADVANCING 1 LINE                       SQ2014.2
069271     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ2014.2
069272         PRINT-FILE-STATUS CCVS-IOT-NOKEY                         SQ2014.2
069273         BY CONTENT "WRITE  PRINT-FILE      S0021TF".             SQ2014.2
069300     GO TO CCVS-EXIT.                                             SQ2014.2
069400 EOP-TEST-1.                                                      SQ2014.2
069500     MOVE LINAGE-COUNTER TO DETAIL-LC.                            SQ2014.2
069600     MOVE DETAIL-LINE TO PRINT-REC.                               SQ2014.2
069671     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ2014.2
069672         PRINT-FILE-STATUS CCVS-IOT-NOKEY                         SQ2014.2
069673         BY CONTENT "WRITE  PRINT-FILE      S0022B "              SQ2014.2
069700     WRITE PRINT-REC BEFORE ADVANCING 1 LINE AT END-OF-PAGE       SQ2014.2
069771         CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                SQ2014.2
069772             PRINT-FILE-STATUS CCVS-IOT-NOKEY                     SQ2014.2
069773             BY CONTENT "WRITE  PRINT-FILE      S0022P "          SQ2014.2
069800              MOVE 1 TO FOOT-COUNT                                SQ2014.2
069900              MOVE 45 TO FOOT-LINE-NO                             SQ2014.2
070000              PERFORM PRINT-FOOTING 6 TIMES                       SQ2014.2
070400*              ---                                               *SQ2014.2
070500******************************************************************SQ2014.2
070600        NOT AT END-OF-PAGE                                        SQ2014.2
070671            CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME             SQ2014.2
070672                PRINT-FILE-STATUS CCVS-IOT-NOKEY                  SQ2014.2
070673                BY CONTENT "WRITE  PRINT-FILE      S0022P "       SQ2014.2
070700             MOVE 1 TO WRITE-SWITCH.                              SQ2014.2
070771     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ2014.2
070772         PRINT-FILE-STATUS CCVS-IOT-NOKEY                         SQ2014.2
070773         BY CONTENT "WRITE  PRINT-FILE      S0022TE".             SQ2014.2
070800     ADD 1 TO DETAIL-LINE-NO.                                     SQ2014.2
070900 EOP-TEST-2.                                                      SQ2014.2
071000     MOVE LINAGE-COUNTER TO DETAIL-LC.                            SQ2014.2
071100     MOVE DETAIL-LINE TO PRINT-REC.                               SQ2014.2
071171     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ2014.2
071172         PRINT-FILE-STATUS CCVS-IOT-NOKEY                         SQ2014.2
071173         BY CONTENT "WRITE  PRINT-FILE      S0023B "              SQ2014.2
071200     WRITE PRINT-REC BEFORE ADVANCING 1 LINE ; AT EOP             SQ2014.2
071271         CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                SQ2014.2
071272             PRINT-FILE-STATUS CCVS-IOT-NOKEY                     SQ2014.2
071273             BY CONTENT "WRITE  PRINT-FILE      S0023P "          SQ2014.2
071300              MOVE 1 TO FOOT-COUNT                                SQ2014.2
071400              MOVE 45 TO FOOT-LINE-NO                             SQ2014.2
071500              PERFORM PRINT-FOOTING 6 TIMES                       SQ2014.2
071900*                                                                *SQ2014.2
072000******************************************************************SQ2014.2
072100        NOT AT EOP                                                SQ2014.2
072171            CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME             SQ2014.2
072172                PRINT-FILE-STATUS CCVS-IOT-NOKEY                  SQ2014.2
072173                BY CONTENT "WRITE  PRINT-FILE      S0023P "       SQ2014.2
072200             MOVE 1 TO WRITE-SWITCH.                              SQ2014.2
072271     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ2014.2
072272         PRINT-FILE-STATUS CCVS-IOT-NOKEY                         SQ2014.2
072273         BY CONTENT "WRITE  PRINT-FILE      S0023TE".             SQ2014.2
072300     ADD 1 TO DETAIL-LINE-NO.                                     SQ2014.2
072400 EOP-TEST-3.                                                      SQ2014.2
072500     MOVE LINAGE-COUNTER TO DETAIL-LC.                            SQ2014.2
072600     MOVE DETAIL-LINE TO PRINT-REC.                               SQ2014.2
072700     IF END-WRITE-SWITCH EQUAL TO 1 OR END-WRITE-SWITCH EQUAL TO 0SQ2014.2
072771         CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                SQ2014.2
072772             PRINT-FILE-STATUS CCVS-IOT-NOKEY                     SQ2014.2
072773             BY CONTENT "WRITE  PRINT-FILE      S0024B "          SQ2014.2
072800         WRITE PRINT-REC BEFORE ADVANCING 1 LINE ; END-OF-PAGE    SQ2014.2
072871             CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME            SQ2014.2
072872                 PRINT-FILE-STATUS CCVS-IOT-NOKEY                 SQ2014.2
072873                 BY CONTENT "WRITE  PRINT-FILE      S0024P "      SQ2014.2
072900              MOVE 1 TO FOOT-COUNT                                SQ2014.2
073000              MOVE 45 TO FOOT-LINE-NO                             SQ2014.2
073100              PERFORM PRINT-FOOTING 6 TIMES                       SQ2014.2
073500*              ---                                               *SQ2014.2
073600******************************************************************SQ2014.2
073700           NOT END-OF-PAGE                                        SQ2014.2
073771               CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME          SQ2014.2
073772                   PRINT-FILE-STATUS CCVS-IOT-NOKEY               SQ2014.2
073773                   BY CONTENT "WRITE  PRINT-FILE      S0024P "    SQ2014.2
073800             MOVE 1 TO WRITE-SWITCH                               SQ2014.2
073900          END-WRITE                                               SQ2014.2
073971         CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                SQ2014.2
073972             PRINT-FILE-STATUS CCVS-IOT-NOKEY                     SQ2014.2
073973             BY CONTENT "WRITE  PRINT-FILE      S0024TE"          SQ2014.2
074000        MOVE 1 TO END-WRITE-SWITCH.                               SQ2014.2
074100     ADD 1 TO DETAIL-LINE-NO.                                     SQ2014.2
074200 EOP-TEST-4.                                                      SQ2014.2
074300     MOVE LINAGE-COUNTER TO DETAIL-LC.                            SQ2014.2
074400     MOVE DETAIL-LINE TO PRINT-REC.                               SQ2014.2
074500     IF END-WRITE-SWITCH EQUAL TO 1 OR END-WRITE-SWITCH EQUAL TO 0SQ2014.2
074571         CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                SQ2014.2
074572             PRINT-FILE-STATUS CCVS-IOT-NOKEY                     SQ2014.2
074573             BY CONTENT "WRITE  PRINT-FILE      S0025B "          SQ2014.2
074600         WRITE PRINT-REC BEFORE ADVANCING 1 LINE EOP              SQ2014.2
074671             CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME            SQ2014.2
074672                 PRINT-FILE-STATUS CCVS-IOT-NOKEY                 SQ2014.2
074673                 BY CONTENT "WRITE  PRINT-FILE      S0025P "      SQ2014.2
074700              MOVE 1 TO FOOT-COUNT                                SQ2014.2
074800              MOVE 45 TO FOOT-LINE-NO                             SQ2014.2
074900              PERFORM PRINT-FOOTING 6 TIMES                       SQ2014.2
075300*              ---                                               *SQ2014.2
075400******************************************************************SQ2014.2
075500            NOT EOP                                               SQ2014.2
075571                CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME         SQ2014.2
075572                    PRINT-FILE-STATUS CCVS-IOT-NOKEY              SQ2014.2
075573                    BY CONTENT "WRITE  PRINT-FILE      S0025P "   SQ2014.2
075600             MOVE 1 TO WRITE-SWITCH                               SQ2014.2
075700          END-WRITE                                               SQ2014.2
075771         CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                SQ2014.2
075772             PRINT-FILE-STATUS CCVS-IOT-NOKEY                     SQ2014.2
075773             BY CONTENT "WRITE  PRINT-FILE      S0025TE"          SQ2014.2
075800        MOVE 1 TO END-WRITE-SWITCH.                               SQ2014.2
075900     ADD 1 TO DETAIL-LINE-NO.                                     SQ2014.2
076000 PRINT-FOOTING.                                                   SQ2014.2
076100     MOVE LINAGE-COUNTER TO FOOT-LC.                              SQ2014.2
076200     MOVE FOOT-LINE TO PRINT-REC.                                 SQ2014.2
076300     WRITE PRINT-REC BEFORE ADVANCING 1 LINE                      SQ2014.2
076371     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ2014.2
076372         PRINT-FILE-STATUS CCVS-IOT-NOKEY                         SQ2014.2
076373         BY CONTENT "WRITE  PRINT-FILE      S0026TF".             SQ2014.2
076400     ADD 1 TO FOOT-COUNT.                                         SQ2014.2
076500     ADD 1 TO FOOT-LINE-NO.                                       SQ2014.2
076600 WRITE-EOP-MESSAGE.                                               SQ2014.2
076700     PERFORM BLANK-LINE-PRINT 5 TIMES.                            SQ2014.2
076800     MOVE EOP-MESSAGE-1 TO PRINT-REC.                             SQ2014.2
076900     WRITE PRINT-REC BEFORE ADVANCING 1 LINE                      SQ2014.2
076971     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ2014.2
076972         PRINT-FILE-STATUS CCVS-IOT-NOKEY                         SQ2014.2
076973         BY CONTENT "WRITE  PRINT-FILE      S0027TF".             SQ2014.2
077000     MOVE EOP-MESSAGE-2 TO PRINT-REC.                             SQ2014.2
077100     WRITE PRINT-REC BEFORE ADVANCING 1 LINE                      SQ2014.2
077171     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ2014.2
077172         PRINT-FILE-STATUS CCVS-IOT-NOKEY                         SQ2014.2
077173         BY CONTENT "WRITE  PRINT-FILE      S0028TF".             SQ2014.2
077200     MOVE EOP-MESSAGE-3 TO PRINT-REC.                             SQ2014.2
077300     WRITE PRINT-REC BEFORE ADVANCING 1 LINE                      SQ2014.2
077371     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ2014.2
077372         PRINT-FILE-STATUS CCVS-IOT-NOKEY                         SQ2014.2
077373         BY CONTENT "WRITE  PRINT-FILE      S0029TF".             SQ2014.2
077400     MOVE SPACE TO DUMMY-RECORD.                                  SQ2014.2
077500     PERFORM BLANK-LINE-PRINT 5 TIMES.                            SQ2014.2
077600 CCVS-EXIT SECTION.                                               SQ2014.2
