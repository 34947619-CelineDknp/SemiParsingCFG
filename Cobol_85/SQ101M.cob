006000 INPUT-OUTPUT SECTION.                                            SQ1014.2
006100 FILE-CONTROL.                                                    SQ1014.2
006200     SELECT PRINT-FILE ASSIGN TO                                  SQ1014.2
006300     "report.log"                                                 SQ1014.2
006371     FILE STATUS IS PRINT-FILE-STATUS.                            SQ1014.2
006211     SELECT   CSV-RESULTS-FILE ASSIGN TO                          SQ1014.2
006212     "results.csv".                                               SQ1014.2
006411     SELECT   SUITE-SUMMARY-FILE ASSIGN TO                        SQ1014.2
045712 01  WS-END-TIME PIC 9(8) VALUE ZERO.                             SQ1014.2
042200 01  CCVS-PGM-ID  PIC X(9)   VALUE                                SQ1014.2
042300     "SQ101M".                                                    SQ1014.2
042371 01  PRINT-FILE-STATUS PIC XX VALUE SPACE.                        SQ1014.2
042372     COPY CCVSIOK.                                                SQ1014.2
042400 PROCEDURE DIVISION.                                              SQ1014.2
042500 CCVS1 SECTION.                                                   SQ1014.2
042600 OPEN-FILES.                                                      SQ1014.2
043400*P   REWRITE RAW-DATA-SATZ INVALID KEY CONTINUE.                  SQ1014.2
043500*PND-E-1.                                                         SQ1014.2
043600*P   CLOSE   RAW-DATA.                                            SQ1014.2
043700     OPEN    OUTPUT PRINT-FILE                                    SQ1014.2
043771     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1014.2
043772         PRINT-FILE-STATUS CCVS-IOT-NOKEY                         SQ1014.2
043773         BY CONTENT "OPEN   PRINT-FILE      S0001TF".             SQ1014.2
044813     OPEN     EXTEND SUITE-SUMMARY-FILE.                          SQ1014.2
044814     IF       WS-SS-FILE-STATUS = "35"                            SQ1014.2
044815              OPEN OUTPUT SUITE-SUMMARY-FILE                      SQ1014.2
045100              BY CONTENT "CLOSE".                                 SQ1014.2
050411     ACCEPT WS-END-TIME FROM TIME.                                SQ1014.2
045200     PERFORM END-ROUTINE THRU END-ROUTINE-13.                     SQ1014.2
045300     CLOSE   PRINT-FILE                                           SQ1014.2
045371     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1014.2
045372         PRINT-FILE-STATUS CCVS-IOT-NOKEY                         SQ1014.2
045373         BY CONTENT "CLOSE  PRINT-FILE      S0002TF".             SQ1014.2
047013     CLOSE    SUITE-SUMMARY-FILE.                                 SQ1014.2
049411     CLOSE    NEGATIVE-PATH-FILE.                                 SQ1014.2
046011     CLOSE    CSV-RESULTS-FILE.                                   SQ1014.2
055600     IF RECORD-COUNT GREATER WS-PAGE-LINES                        SQ1014.2
055700         MOVE  DUMMY-RECORD TO DUMMY-HOLD                         SQ1014.2
055800         MOVE  SPACE TO DUMMY-RECORD                              SQ1014.2
055900         WRITE DUMMY-RECORD AFTER ADVANCING 1 LINES               SQ1014.2
055971         CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                SQ1014.2
055972             PRINT-FILE-STATUS CCVS-IOT-NOKEY                     SQ1014.2
055973             BY CONTENT "WRITE  PRINT-FILE      S0003TF"          SQ1014.2
056000         MOVE  CCVS-C-1 TO DUMMY-RECORD PERFORM WRT-LN            SQ1014.2
056100         MOVE  CCVS-C-2 TO DUMMY-RECORD PERFORM WRT-LN 2 TIMES    SQ1014.2
056200         MOVE  HYPHEN-LINE TO DUMMY-RECORD PERFORM WRT-LN         SQ1014.2
056500     PERFORM WRT-LN.                                              SQ1014.2
056600*                                                                 SQ1014.2
056700 WRT-LN.                                                          SQ1014.2
056800     WRITE   DUMMY-RECORD AFTER ADVANCING 1 LINES                 SQ1014.2
056871     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1014.2
056872         PRINT-FILE-STATUS CCVS-IOT-NOKEY                         SQ1014.2
056873         BY CONTENT "WRITE  PRINT-FILE      S0004TF".             SQ1014.2
056900     MOVE    SPACE TO DUMMY-RECORD.                               SQ1014.2
636000 DERIVE-FEATURE-CODE.                                             SQ1014.2
636002         MOVE SPACES TO FEATURE-CODE.                             SQ1014.2
061200 SECT-SQ101-0001 SECTION.                                         SQ1014.2
061300 WRT-PREAMBLE.                                                    SQ1014.2
061400     MOVE NOTE-1 TO PRINT-REC.                                    SQ1014.2
061500     WRITE PRINT-REC AFTER ADVANCING 1 LINE                       SQ1014.2
061571     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1014.2
061572         PRINT-FILE-STATUS CCVS-IOT-NOKEY                         SQ1014.2
061573         BY CONTENT "WRITE  PRINT-FILE      S0005TF".             SQ1014.2
061600     MOVE NOTE-2 TO PRINT-REC.                                    SQ1014.2
061700     WRITE PRINT-REC AFTER ADVANCING 1 LINE                       SQ1014.2
061771     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1014.2
061772         PRINT-FILE-STATUS CCVS-IOT-NOKEY                         SQ1014.2
061773         BY CONTENT "WRITE  PRINT-FILE      S0006TF".             SQ1014.2
061800     MOVE NOTE-3 TO PRINT-REC.                                    SQ1014.2
061900     WRITE PRINT-REC AFTER ADVANCING 1 LINE                       SQ1014.2
061971     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1014.2
061972         PRINT-FILE-STATUS CCVS-IOT-NOKEY                         SQ1014.2
061973         BY CONTENT "WRITE  PRINT-FILE      S0007TF".             SQ1014.2
062000     MOVE NOTE-4 TO PRINT-REC.                                    SQ1014.2
062100     WRITE PRINT-REC AFTER ADVANCING 1 LINE                       SQ1014.2
062171     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1014.2
062172         PRINT-FILE-STATUS CCVS-IOT-NOKEY                         SQ1014.2
062173         BY CONTENT "WRITE  PRINT-FILE      S0008TF".             SQ1014.2
062200     MOVE NOTE-5 TO PRINT-REC.                                    SQ1014.2
062300     WRITE PRINT-REC AFTER ADVANCING 1 LINE                       SQ1014.2
062371     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1014.2
062372         PRINT-FILE-STATUS CCVS-IOT-NOKEY                         SQ1014.2
062373         BY CONTENT "WRITE  PRINT-FILE      S0009TF".             SQ1014.2
062400     MOVE NOTE-6 TO PRINT-REC.                                    SQ1014.2
062500     WRITE PRINT-REC AFTER ADVANCING 1 LINE                       SQ1014.2
062571     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1014.2
062572         PRINT-FILE-STATUS CCVS-IOT-NOKEY                         SQ1014.2
062573         BY CONTENT "WRITE  PRINT-FILE      S0010TF".             SQ1014.2
062600     MOVE NOTE-7 TO PRINT-REC.                                    SQ1014.2
062700     WRITE PRINT-REC AFTER ADVANCING 1 LINE                       SQ1014.2
062771     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1014.2
062772         PRINT-FILE-STATUS CCVS-IOT-NOKEY                         SQ1014.2
062773         BY CONTENT "WRITE  PRINT-FILE      S0011TF".             SQ1014.2
062800     MOVE NOTE-8 TO PRINT-REC.                                    SQ1014.2
062900     WRITE PRINT-REC AFTER ADVANCING 1 LINE                       SQ1014.2
062971     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1014.2
062972         PRINT-FILE-STATUS CCVS-IOT-NOKEY                         SQ1014.2
062973         BY CONTENT "WRITE  PRINT-FILE      S0012TF".             SQ1014.2
063000     MOVE SPACE TO DUMMY-RECORD.                                  SQ1014.2
063100     PERFORM BLANK-LINE-PRINT.                                    SQ1014.2
063200*                                                                 SQ1014.2
066100     MOVE "1" TO LINES-BELOW-1.                                   SQ1014.2
066200     MOVE "8" TO LINES-ABOVE-1.                                   SQ1014.2
066300     MOVE TEST-LINE-1 TO PRINT-REC.                               SQ1014.2
066400     WRITE PRINT-REC BEFORE ADVANCING 7 LINES                     SQ1014.2
066471     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1014.2
066472         PRINT-FILE-STATUS CCVS-IOT-NOKEY                         SQ1014.2
066473         BY CONTENT "WRITE  PRINT-FILE      S0013TF".             SQ1014.2
066500 WRT-END-GF-01.                                                   SQ1014.2
066600*                                                                 SQ1014.2
066700 WRT-INIT-GF-02.                                                  SQ1014.2
068000     MOVE "1" TO LINES-BELOW-1.                                   SQ1014.2
068100     MOVE "7" TO LINES-ABOVE-1.                                   SQ1014.2
068200     MOVE TEST-LINE-1 TO DUMMY-RECORD.                            SQ1014.2
068300     WRITE DUMMY-RECORD BEFORE ADVANCING 6 LINE                   SQ1014.2
068371     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1014.2
068372         PRINT-FILE-STATUS CCVS-IOT-NOKEY                         SQ1014.2
068373         BY CONTENT "WRITE  PRINT-FILE      S0014TF".             SQ1014.2
068400 WRT-END-GF-02.                                                   SQ1014.2
068500*                                                                 SQ1014.2
068600 WRT-INIT-GF-03.                                                  SQ1014.2
069900     MOVE   "1" TO LINES-BELOW-2.                                 SQ1014.2
070000     MOVE   "6" TO LINES-ABOVE-2.                                 SQ1014.2
070100     MOVE    TEST-LINE-2 TO PRINT-REC.                            SQ1014.2
070200     WRITE   PRINT-REC BEFORE 5 LINES                             SQ1014.2
070271     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1014.2
070272         PRINT-FILE-STATUS CCVS-IOT-NOKEY                         SQ1014.2
070273         BY CONTENT "WRITE  PRINT-FILE      S0015TF".             SQ1014.2
070300 WRT-END-GF-03.                                                   SQ1014.2
070400*                                                                 SQ1014.2
070500 WRT-INIT-GF-04.                                                  SQ1014.2
071800     MOVE "1" TO LINES-BELOW-2.                                   SQ1014.2
071900     MOVE "5" TO LINES-ABOVE-2.                                   SQ1014.2
072000     MOVE TEST-LINE-2 TO DUMMY-RECORD.                            SQ1014.2
072100     WRITE DUMMY-RECORD BEFORE 4 LINE                             SQ1014.2
072171     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1014.2
072172         PRINT-FILE-STATUS CCVS-IOT-NOKEY                         SQ1014.2
072173         BY CONTENT "WRITE  PRINT-FILE      S0016TF".             SQ1014.2
072200 WRT-END-GF-04.                                                   SQ1014.2
072300*                                                                 SQ1014.2
072400 WRT-INIT-GF-05.                                                  SQ1014.2
073700     MOVE "4" TO LINES-BELOW-1.                                   SQ1014.2
073800     MOVE "1" TO LINES-ABOVE-1.                                   SQ1014.2
073900     MOVE TEST-LINE-1 TO PRINT-REC.                               SQ1014.2
074000     WRITE PRINT-REC AFTER ADVANCING 3 LINES                      SQ1014.2
074071     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1014.2
074072         PRINT-FILE-STATUS CCVS-IOT-NOKEY                         SQ1014.2
074073         BY CONTENT "WRITE  PRINT-FILE      S0017TF".             SQ1014.2
074100 WRT-END-GF-05.                                                   SQ1014.2
074200*                                                                 SQ1014.2
074300 WRT-INIT-GF-06.                                                  SQ1014.2
075800     PERFORM INSPT.                                               SQ1014.2
075900     PERFORM WRITE-TEST-LINE.                                     SQ1014.2
076000     MOVE    LAST-LINE TO PRINT-REC.                              SQ1014.2
076100     WRITE   PRINT-REC BEFORE ADVANCING PAGE                      SQ1014.2
076171     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1014.2
076172         PRINT-FILE-STATUS CCVS-IOT-NOKEY                         SQ1014.2
076173         BY CONTENT "WRITE  PRINT-FILE      S0018TF".             SQ1014.2
076200     MOVE    NEW-PAGE-LINE TO PRINT-REC.                          SQ1014.2
076300     WRITE   PRINT-REC BEFORE ADVANCING 1 LINE                    SQ1014.2
076371     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1014.2
076372         PRINT-FILE-STATUS CCVS-IOT-NOKEY                         SQ1014.2
076373         BY CONTENT "WRITE  PRINT-FILE      S0019TF".             SQ1014.2
076400     MOVE    NEXT-LINE TO PRINT-REC.                              SQ1014.2
076500     WRITE   PRINT-REC BEFORE ADVANCING 0 LINE                    SQ1014.2
076571     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1014.2
076572         PRINT-FILE-STATUS CCVS-IOT-NOKEY                         SQ1014.2
076573         BY CONTENT "WRITE  PRINT-FILE      S0020TF".             SQ1014.2
076600 WRT-END-GF-06.                                                   SQ1014.2
076700*                                                                 SQ1014.2
076800 WRT-INIT-GF-07.                                                  SQ1014.2
078100     MOVE   "3" TO LINES-BELOW-1.                                 SQ1014.2
078200     MOVE   "1" TO LINES-ABOVE-1.                                 SQ1014.2
078300     MOVE    TEST-LINE-1 TO DUMMY-RECORD.                         SQ1014.2
078400     WRITE   DUMMY-RECORD AFTER ADVANCING 2 LINES                 SQ1014.2
078471     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1014.2
078472         PRINT-FILE-STATUS CCVS-IOT-NOKEY                         SQ1014.2
078473         BY CONTENT "WRITE  PRINT-FILE      S0021TF".             SQ1014.2
078500 WRT-END-GF-07.                                                   SQ1014.2
078600*                                                                 SQ1014.2
078700 WRT-INIT-GF-08.                                                  SQ1014.2
080200     PERFORM WRITE-TEST-LINE.                                     SQ1014.2
080300     MOVE   "08" TO OVERPRINTED-TEST.                             SQ1014.2
080400     MOVE    OVERPRINTED-LINE TO PRINT-REC.                       SQ1014.2
080500     WRITE   PRINT-REC AFTER 1 LINES                              SQ1014.2
080571     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1014.2
080572         PRINT-FILE-STATUS CCVS-IOT-NOKEY                         SQ1014.2
080573         BY CONTENT "WRITE  PRINT-FILE      S0022TF".             SQ1014.2
080600     MOVE   "08" TO OVERPRINT-TEST.                               SQ1014.2
080700     MOVE    OVERPRINT-LINE TO PRINT-REC.                         SQ1014.2
080800     WRITE   PRINT-REC AFTER 0 LINE                               SQ1014.2
080871     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1014.2
080872         PRINT-FILE-STATUS CCVS-IOT-NOKEY                         SQ1014.2
080873         BY CONTENT "WRITE  PRINT-FILE      S0023TF".             SQ1014.2
080900 WRT-END-GF-08.                                                   SQ1014.2
081000*                                                                 SQ1014.2
081100 WRT-INIT-GF-09.                                                  SQ1014.2
082400     PERFORM WRITE-TEST-LINE.                                     SQ1014.2
082500     MOVE   "1" TO LINES-BELOW-1.                                 SQ1014.2
082600     MOVE   "11" TO LINES-ABOVE-1.                                SQ1014.2
082700     WRITE  PRINT-REC FROM TEST-LINE-1 BEFORE ADVANCING 10 LINES  SQ1014.2
082771     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1014.2
082772         PRINT-FILE-STATUS CCVS-IOT-NOKEY                         SQ1014.2
082773         BY CONTENT "WRITE  PRINT-FILE      S0024TF".             SQ1014.2
082800 WRT-END-GF-09.                                                   SQ1014.2
082900*                                                                 SQ1014.2
083000 WRT-INIT-GF-10.                                                  SQ1014.2
084200     PERFORM WRITE-TEST-LINE.                                     SQ1014.2
084300     MOVE   "1" TO LINES-BELOW-2.                                 SQ1014.2
084400     MOVE   "21" TO LINES-ABOVE-2.                                SQ1014.2
084500     WRITE DUMMY-RECORD FROM TEST-LINE-2 BEFORE ADVANCING 20 LINE SQ1014.2
084571     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1014.2
084572         PRINT-FILE-STATUS CCVS-IOT-NOKEY                         SQ1014.2
084573         BY CONTENT "WRITE  PRINT-FILE      S0025TF".             SQ1014.2
084600 WRT-END-GF-10.                                                   SQ1014.2
084700*                                                                 SQ1014.2
084800 WRT-INIT-GF-11.                                                  SQ1014.2
086000     PERFORM WRITE-TEST-LINE.                                     SQ1014.2
086100     MOVE   "1" TO LINES-BELOW-1.                                 SQ1014.2
086200     MOVE   "12" TO LINES-ABOVE-1.                                SQ1014.2
086300     WRITE   PRINT-REC FROM TEST-LINE-1 BEFORE 11 LINES           SQ1014.2
086371     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1014.2
086372         PRINT-FILE-STATUS CCVS-IOT-NOKEY                         SQ1014.2
086373         BY CONTENT "WRITE  PRINT-FILE      S0026TF".             SQ1014.2
086400 WRT-END-GF-11.                                                   SQ1014.2
086500*                                                                 SQ1014.2
086600 WRT-INIT-GF-12.                                                  SQ1014.2
088100     PERFORM INSPT.                                               SQ1014.2
088200     PERFORM WRITE-TEST-LINE.                                     SQ1014.2
088300     MOVE    LAST-LINE TO PRINT-REC.                              SQ1014.2
088400     WRITE   PRINT-REC BEFORE PAGE                                SQ1014.2
088471     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1014.2
088472         PRINT-FILE-STATUS CCVS-IOT-NOKEY                         SQ1014.2
088473         BY CONTENT "WRITE  PRINT-FILE      S0027TF".             SQ1014.2
088500     MOVE    NEW-PAGE-LINE TO PRINT-REC.                          SQ1014.2
088600     WRITE   PRINT-REC BEFORE ADVANCING 1 LINE                    SQ1014.2
088671     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1014.2
088672         PRINT-FILE-STATUS CCVS-IOT-NOKEY                         SQ1014.2
088673         BY CONTENT "WRITE  PRINT-FILE      S0028TF".             SQ1014.2
088700     MOVE    NEXT-LINE TO PRINT-REC.                              SQ1014.2
088800     WRITE   PRINT-REC BEFORE ADVANCING 0 LINE                    SQ1014.2
088871     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1014.2
088872         PRINT-FILE-STATUS CCVS-IOT-NOKEY                         SQ1014.2
088873         BY CONTENT "WRITE  PRINT-FILE      S0029TF".             SQ1014.2
088900 WRT-END-GF-12.                                                   SQ1014.2
089000*                                                                 SQ1014.2
089100 WRT-INIT-GF-13.                                                  SQ1014.2
090300     PERFORM WRITE-TEST-LINE.                                     SQ1014.2
090400     MOVE "1" TO LINES-BELOW-2.                                   SQ1014.2
090500     MOVE "41" TO LINES-ABOVE-2.                                  SQ1014.2
090600     WRITE DUMMY-RECORD FROM TEST-LINE-2 BEFORE 40 LINE           SQ1014.2
090671     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1014.2
090672         PRINT-FILE-STATUS CCVS-IOT-NOKEY                         SQ1014.2
090673         BY CONTENT "WRITE  PRINT-FILE      S0030TF".             SQ1014.2
090700 WRT-END-GF-13.                                                   SQ1014.2
090800*                                                                 SQ1014.2
090900 WRT-INIT-GF-14.                                                  SQ1014.2
092400     PERFORM INSPT.                                               SQ1014.2
092500     PERFORM WRITE-TEST-LINE.                                     SQ1014.2
092600     MOVE NEW-PAGE-LINE TO PRINT-REC.                             SQ1014.2
092700     WRITE PRINT-REC AFTER ADVANCING PAGE                         SQ1014.2
092771     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1014.2
092772         PRINT-FILE-STATUS CCVS-IOT-NOKEY                         SQ1014.2
092773         BY CONTENT "WRITE  PRINT-FILE      S0031TF".             SQ1014.2
092800     MOVE NEXT-LINE TO PRINT-REC.                                 SQ1014.2
092900     WRITE PRINT-REC AFTER ADVANCING 1 LINE                       SQ1014.2
092971     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1014.2
092972         PRINT-FILE-STATUS CCVS-IOT-NOKEY                         SQ1014.2
092973         BY CONTENT "WRITE  PRINT-FILE      S0032TF".             SQ1014.2
093000 WRT-END-GF-14.                                                   SQ1014.2
093100*                                                                 SQ1014.2
093200 WRT-INIT-GF-15.                                                  SQ1014.2
094400     PERFORM WRITE-TEST-LINE.                                     SQ1014.2
094500     MOVE "51" TO LINES-BELOW-1.                                  SQ1014.2
094600     MOVE "1" TO LINES-ABOVE-1.                                   SQ1014.2
094700     WRITE PRINT-REC FROM TEST-LINE-1 AFTER ADVANCING 50 LINES    SQ1014.2
094771     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1014.2
094772         PRINT-FILE-STATUS CCVS-IOT-NOKEY                         SQ1014.2
094773         BY CONTENT "WRITE  PRINT-FILE      S0033TF".             SQ1014.2
094800 WRT-END-GF-15.                                                   SQ1014.2
094900*                                                                 SQ1014.2
095000 WRT-INIT-GF-16.                                                  SQ1014.2
096200     PERFORM WRITE-TEST-LINE.                                     SQ1014.2
096300     MOVE   "2" TO LINES-BELOW-1.                                 SQ1014.2
096400     MOVE   "1" TO LINES-ABOVE-1.                                 SQ1014.2
096500     WRITE   PRINT-REC FROM TEST-LINE-1 AFTER ADVANCING 1 LINE    SQ1014.2
096571     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1014.2
096572         PRINT-FILE-STATUS CCVS-IOT-NOKEY                         SQ1014.2
096573         BY CONTENT "WRITE  PRINT-FILE      S0034TF".             SQ1014.2
096600 WRT-END-GF-16.                                                   SQ1014.2
096700*                                                                 SQ1014.2
096800 WRT-INIT-GF-17.                                                  SQ1014.2
098300     PERFORM INSPT.                                               SQ1014.2
098400     PERFORM WRITE-TEST-LINE.                                     SQ1014.2
098500     MOVE    NEW-PAGE-LINE TO PRINT-REC.                          SQ1014.2
098600     WRITE   PRINT-REC AFTER PAGE                                 SQ1014.2
098671     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1014.2
098672         PRINT-FILE-STATUS CCVS-IOT-NOKEY                         SQ1014.2
098673         BY CONTENT "WRITE  PRINT-FILE      S0035TF".             SQ1014.2
098700     MOVE    NEXT-LINE TO PRINT-REC.                              SQ1014.2
098800     WRITE   PRINT-REC AFTER ADVANCING 1 LINE                     SQ1014.2
098871     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1014.2
098872         PRINT-FILE-STATUS CCVS-IOT-NOKEY                         SQ1014.2
098873         BY CONTENT "WRITE  PRINT-FILE      S0036TF".             SQ1014.2
098900 WRT-END-GF-17.                                                   SQ1014.2
099000*                                                                 SQ1014.2
099100 WRT-INIT-GF-18.                                                  SQ1014.2
100300     PERFORM WRITE-TEST-LINE.                                     SQ1014.2
100400     MOVE "18" TO OVERPRINTED-TEST.                               SQ1014.2
100500     WRITE PRINT-REC FROM OVERPRINTED-LINE AFTER                  SQ1014.2
100600              000000000000000001 LINE                             SQ1014.2
100671     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1014.2
100672         PRINT-FILE-STATUS CCVS-IOT-NOKEY                         SQ1014.2
100673         BY CONTENT "WRITE  PRINT-FILE      S0037TF".             SQ1014.2
100700     MOVE "18" TO OVERPRINT-TEST.                                 SQ1014.2
100800     WRITE PRINT-REC FROM OVERPRINT-LINE AFTER                    SQ1014.2
100900              000000000000000000 LINES                            SQ1014.2
100971     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1014.2
100972         PRINT-FILE-STATUS CCVS-IOT-NOKEY                         SQ1014.2
100973         BY CONTENT "WRITE  PRINT-FILE      S0038TF".             SQ1014.2
101000 WRT-END-GF-18.                                                   SQ1014.2
101100*                                                                 SQ1014.2
101200 WRT-INIT-GF-19.                                                  SQ1014.2
102500     MOVE   "2" TO LINES-BELOW-1.                                 SQ1014.2
102600     MOVE   "1" TO LINES-ABOVE-1.                                 SQ1014.2
102700     MOVE    TEST-LINE-1 TO PRINT-REC.                            SQ1014.2
102800     WRITE   PRINT-REC                                            SQ1014.2
102871     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1014.2
102872         PRINT-FILE-STATUS CCVS-IOT-NOKEY                         SQ1014.2
102873         BY CONTENT "WRITE  PRINT-FILE      S0039TF".             SQ1014.2
102900 WRT-END-GF-19.                                                   SQ1014.2
103000*                                                                 SQ1014.2
103100 WRT-INIT-GF-20.                                                  SQ1014.2
104300     PERFORM WRITE-TEST-LINE.                                     SQ1014.2
104400     MOVE   "2" TO LINES-BELOW-1.                                 SQ1014.2
104500     MOVE   "1" TO LINES-ABOVE-1.                                 SQ1014.2
104600     WRITE   PRINT-REC FROM TEST-LINE-1                           SQ1014.2
104671     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1014.2
104672         PRINT-FILE-STATUS CCVS-IOT-NOKEY                         SQ1014.2
104673         BY CONTENT "WRITE  PRINT-FILE      S0040TF".             SQ1014.2
104700 WRT-END-GF-20.                                                   SQ1014.2
104800*                                                                 SQ1014.2
104900 WRT-INIT-GF-21.                                                  SQ1014.2
106200     PERFORM WRITE-TEST-LINE.                                     SQ1014.2
106300     MOVE   "1" TO LINES-BELOW-2.                                 SQ1014.2
106400     MOVE   "2" TO LINES-ABOVE-2.                                 SQ1014.2
106500     WRITE   PRINT-REC FROM TEST-LINE-2 BEFORE ADVANCING 1        SQ1014.2
106571     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1014.2
106572         PRINT-FILE-STATUS CCVS-IOT-NOKEY                         SQ1014.2
106573         BY CONTENT "WRITE  PRINT-FILE      S0041TF".             SQ1014.2
106600 WRT-END-GF-21.                                                   SQ1014.2
106700*                                                                 SQ1014.2
106800 WRT-INIT-GF-22.                                                  SQ1014.2
108100     PERFORM WRITE-TEST-LINE.                                     SQ1014.2
108200     MOVE   "1" TO LINES-BELOW-2.                                 SQ1014.2
108300     MOVE   "3" TO LINES-ABOVE-2.                                 SQ1014.2
108400     WRITE   PRINT-REC FROM TEST-LINE-2 BEFORE 2                  SQ1014.2
108471     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1014.2
108472         PRINT-FILE-STATUS CCVS-IOT-NOKEY                         SQ1014.2
108473         BY CONTENT "WRITE  PRINT-FILE      S0042TF".             SQ1014.2
108500 WRT-END-GF-22.                                                   SQ1014.2
108600*                                                                 SQ1014.2
108700 WRT-INIT-GF-23.                                                  SQ1014.2
109700 WRT-TEST-GF-23.                                                  SQ1014.2
109800     PERFORM INSPT.                                               SQ1014.2
109900     PERFORM WRITE-TEST-LINE.                                     SQ1014.2
110000     WRITE PRINT-REC FROM SEVENTY-SEVEN AFTER ADVANCING 1         SQ1014.2
110071     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1014.2
110072         PRINT-FILE-STATUS CCVS-IOT-NOKEY                         SQ1014.2
110073         BY CONTENT "WRITE  PRINT-FILE      S0043TF".             SQ1014.2
110100 WRT-END-GF-23.                                                   SQ1014.2
110200*                                                                 SQ1014.2
110300 WRT-INIT-GF-24.                                                  SQ1014.2
111500     PERFORM WRITE-TEST-LINE.                                     SQ1014.2
111600     MOVE   "4" TO LINES-BELOW-1.                                 SQ1014.2
111700     MOVE   "1" TO LINES-ABOVE-1.                                 SQ1014.2
111800     WRITE   PRINT-REC FROM TEST-LINE-1 AFTER 3                   SQ1014.2
111871     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1014.2
111872         PRINT-FILE-STATUS CCVS-IOT-NOKEY                         SQ1014.2
111873         BY CONTENT "WRITE  PRINT-FILE      S0044TF".             SQ1014.2
111900 WRT-END-GF-24.                                                   SQ1014.2
112000*                                                                 SQ1014.2
112100 WRT-INIT-GF-25.                                                  SQ1014.2
113400     MOVE   "1" TO LINES-BELOW-1.                                 SQ1014.2
113500     MOVE   "1" TO LINES-ABOVE-1.                                 SQ1014.2
113600     MOVE TEST-LINE-1 TO PRINT-REC.                               SQ1014.2
113700     WRITE PRINT-REC BEFORE ADVANCING ZERO                        SQ1014.2
113771     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1014.2
113772         PRINT-FILE-STATUS CCVS-IOT-NOKEY                         SQ1014.2
113773         BY CONTENT "WRITE  PRINT-FILE      S0045TF".             SQ1014.2
113800 WRT-END-GF-25.                                                   SQ1014.2
113900*                                                                 SQ1014.2
114000 WRT-INIT-GF-26.                                                  SQ1014.2
115300     MOVE   "1" TO LINES-BELOW-2.                                 SQ1014.2
115400     MOVE   "6" TO LINES-ABOVE-2.                                 SQ1014.2
115500     MOVE    TEST-LINE-2 TO PRINT-REC.                            SQ1014.2
115600     WRITE   PRINT-REC BEFORE 5                                   SQ1014.2
115671     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1014.2
115672         PRINT-FILE-STATUS CCVS-IOT-NOKEY                         SQ1014.2
115673         BY CONTENT "WRITE  PRINT-FILE      S0046TF".             SQ1014.2
115700 WRT-END-GF-26.                                                   SQ1014.2
115800*                                                                 SQ1014.2
115900 WRT-INIT-GF-27.                                                  SQ1014.2
117200     MOVE   "6" TO LINES-BELOW-2.                                 SQ1014.2
117300     MOVE   "1" TO LINES-ABOVE-2.                                 SQ1014.2
117400     MOVE    TEST-LINE-2 TO PRINT-REC.                            SQ1014.2
117500     WRITE   PRINT-REC AFTER ADVANCING 5                          SQ1014.2
117571     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1014.2
117572         PRINT-FILE-STATUS CCVS-IOT-NOKEY                         SQ1014.2
117573         BY CONTENT "WRITE  PRINT-FILE      S0047TF".             SQ1014.2
117600 WRT-END-GF-27.                                                   SQ1014.2
117700*                                                                 SQ1014.2
117800 WRT-INIT-GF-28.                                                  SQ1014.2
119100     MOVE   "2" TO LINES-BELOW-2.                                 SQ1014.2
119200     MOVE   "1" TO LINES-ABOVE-2.                                 SQ1014.2
119300     MOVE    TEST-LINE-2 TO PRINT-REC.                            SQ1014.2
119400     WRITE   PRINT-REC AFTER 1                                    SQ1014.2
119471     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1014.2
119472         PRINT-FILE-STATUS CCVS-IOT-NOKEY                         SQ1014.2
119473         BY CONTENT "WRITE  PRINT-FILE      S0048TF".             SQ1014.2
119500 WRT-END-GF-28.                                                   SQ1014.2
119600*                                                                 SQ1014.2
119700 WRT-INIT-GF-29.                                                  SQ1014.2
121000 WRT-TEST-GF-29.                                                  SQ1014.2
121100     PERFORM INSPT.                                               SQ1014.2
121200     PERFORM WRITE-TEST-LINE.                                     SQ1014.2
121300     WRITE   DUMMY-RECORD FROM LAST-LINE BEFORE ADVANCING PAGE    SQ1014.2
121371     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1014.2
121372         PRINT-FILE-STATUS CCVS-IOT-NOKEY                         SQ1014.2
121373         BY CONTENT "WRITE  PRINT-FILE      S0049TF".             SQ1014.2
121400     MOVE    NEW-PAGE-LINE TO PRINT-REC.                          SQ1014.2
121500     WRITE   PRINT-REC BEFORE ADVANCING 1 LINE                    SQ1014.2
121571     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1014.2
121572         PRINT-FILE-STATUS CCVS-IOT-NOKEY                         SQ1014.2
121573         BY CONTENT "WRITE  PRINT-FILE      S0050TF".             SQ1014.2
121600     MOVE    NEXT-LINE TO PRINT-REC.                              SQ1014.2
121700     WRITE   PRINT-REC BEFORE ADVANCING 0 LINE                    SQ1014.2
121771     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1014.2
121772         PRINT-FILE-STATUS CCVS-IOT-NOKEY                         SQ1014.2
121773         BY CONTENT "WRITE  PRINT-FILE      S0051TF".             SQ1014.2
121800 WRT-END-GF-29.                                                   SQ1014.2
121900*                                                                 SQ1014.2
122000 WRT-INIT-GF-30.                                                  SQ1014.2
123600     MOVE " COLUMN 1 OF EACH OF THE LINES BELOW CONTAINS A NON-BLASQ1014.2
123700-    "NK CHARACTER.  IN THE PAST, CHARACTERS IN THIS POSITION MIGHSQ1014.2
123800-    "T"     TO PRINT-REC.                                        SQ1014.2
123900     WRITE PRINT-REC AFTER ADVANCING 1 LINE                       SQ1014.2
123971     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1014.2
123972         PRINT-FILE-STATUS CCVS-IOT-NOKEY                         SQ1014.2
123973         BY CONTENT "WRITE  PRINT-FILE      S0052TF".             SQ1014.2
124000     MOVE " HAVE CONTROLLED PAPER MOVEMENT AND BEEN SUPPRESSED.  TSQ1014.2
124100-    "HIS PRACTICE DOES NOT CONFORM TO THE STANDARD."             SQ1014.2
124200             TO PRINT-REC.                                        SQ1014.2
124300     WRITE   PRINT-REC AFTER ADVANCING 1 LINES                    SQ1014.2
124371     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1014.2
124372         PRINT-FILE-STATUS CCVS-IOT-NOKEY                         SQ1014.2
124373         BY CONTENT "WRITE  PRINT-FILE      S0053TF".             SQ1014.2
124400     MOVE   " ALL LINES SHOULD BE PRINTED SINGLE-SPACED, AND EACH SQ1014.2
124500-    " CONTAINS A SEQUENCE NUMBER, STARTING WITH 001"             SQ1014.2
124600             TO PRINT-REC.                                        SQ1014.2
124700     WRITE   PRINT-REC AFTER ADVANCING 1 LINES                    SQ1014.2
124771     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1014.2
124772         PRINT-FILE-STATUS CCVS-IOT-NOKEY                         SQ1014.2
124773         BY CONTENT "WRITE  PRINT-FILE      S0054TF".             SQ1014.2
124800     MOVE " THE CHARACTERS PRINTED SHOULD BE AS FOLLOWS --- 0 1 2 SQ1014.2
124900-    "3 4 5 6 7 8 9 + - * / = $ , . ; ( ) < > A B C . . . Z AND"  SQ1014.2
125000             TO PRINT-REC.                                        SQ1014.2
125100     WRITE   PRINT-REC AFTER ADVANCING 1 LINE                     SQ1014.2
125171     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1014.2
125172         PRINT-FILE-STATUS CCVS-IOT-NOKEY                         SQ1014.2
125173         BY CONTENT "WRITE  PRINT-FILE      S0055TF".             SQ1014.2
125200     MOVE   " a b c . . . z AND QUOTE"  TO PRINT-REC.             SQ1014.2
125300     WRITE   PRINT-REC AFTER ADVANCING 1 LINE                     SQ1014.2
125371     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1014.2
125372         PRINT-FILE-STATUS CCVS-IOT-NOKEY                         SQ1014.2
125373         BY CONTENT "WRITE  PRINT-FILE      S0056TF".             SQ1014.2
125400     MOVE   " PRINTING BEGINS ON THE NEXT LINE BELOW ---"         SQ1014.2
125500             TO PRINT-REC.                                        SQ1014.2
125600     WRITE   PRINT-REC AFTER ADVANCING 1 LINE                     SQ1014.2
125671     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1014.2
125672         PRINT-FILE-STATUS CCVS-IOT-NOKEY                         SQ1014.2
125673         BY CONTENT "WRITE  PRINT-FILE      S0057TF".             SQ1014.2
125700     MOVE    SPACES TO CHAR-LINE.                                 SQ1014.2
125800     MOVE    ZERO TO LIN-SER.                                     SQ1014.2
125900     MOVE "0" TO LIN-CH PERFORM COL-1-CHAR-PRINT.                 SQ1014.2
135000 WRT-TEST-GF-31.                                                  SQ1014.2
135100     PERFORM INSPT.                                               SQ1014.2
135200     PERFORM WRITE-TEST-LINE.                                     SQ1014.2
135300     WRITE   DUMMY-RECORD FROM LAST-LINE BEFORE PAGE              SQ1014.2
135371     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1014.2
135372         PRINT-FILE-STATUS CCVS-IOT-NOKEY                         SQ1014.2
135373         BY CONTENT "WRITE  PRINT-FILE      S0058TF".             SQ1014.2
135400     MOVE    NEW-PAGE-LINE TO PRINT-REC.                          SQ1014.2
135500     WRITE   PRINT-REC BEFORE ADVANCING 1 LINE                    SQ1014.2
135571     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1014.2
135572         PRINT-FILE-STATUS CCVS-IOT-NOKEY                         SQ1014.2
135573         BY CONTENT "WRITE  PRINT-FILE      S0059TF".             SQ1014.2
135600     MOVE    NEXT-LINE TO PRINT-REC.                              SQ1014.2
135700     WRITE   PRINT-REC BEFORE ADVANCING 0 LINE                    SQ1014.2
135771     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1014.2
135772         PRINT-FILE-STATUS CCVS-IOT-NOKEY                         SQ1014.2
135773         BY CONTENT "WRITE  PRINT-FILE      S0060TF".             SQ1014.2
135800 WRT-END-GF-31.                                                   SQ1014.2
135900*                                                                 SQ1014.2
136000 WRT-INIT-GF-32.                                                  SQ1014.2
137400     MOVE   "1" TO LINES-BELOW-1.                                 SQ1014.2
137500     MOVE   "1" TO LINES-ABOVE-1.                                 SQ1014.2
137600     WRITE PRINT-REC FROM TEST-LINE-1 BEFORE ADVANCING            SQ1014.2
137700              IDENTIFIER-2 LINE                                   SQ1014.2
137771     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1014.2
137772         PRINT-FILE-STATUS CCVS-IOT-NOKEY                         SQ1014.2
137773         BY CONTENT "WRITE  PRINT-FILE      S0061TF".             SQ1014.2
137800 WRT-END-GF-32.                                                   SQ1014.2
137900*                                                                 SQ1014.2
138000 WRT-INIT-GF-33.                                                  SQ1014.2
139400     MOVE   "1" TO LINES-BELOW-1.                                 SQ1014.2
139500     MOVE   "2" TO LINES-ABOVE-1.                                 SQ1014.2
139600     WRITE PRINT-REC FROM TEST-LINE-1 BEFORE ADVANCING            SQ1014.2
139700              IDENTIFIER-2 LINES                                  SQ1014.2
139771     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1014.2
139772         PRINT-FILE-STATUS CCVS-IOT-NOKEY                         SQ1014.2
139773         BY CONTENT "WRITE  PRINT-FILE      S0062TF".             SQ1014.2
139800 WRT-END-GF-33.                                                   SQ1014.2
139900*                                                                 SQ1014.2
140000 WRT-INIT-GF-34.                                                  SQ1014.2
141400     MOVE   "1" TO LINES-BELOW-1.                                 SQ1014.2
141500     MOVE   "3" TO LINES-ABOVE-1.                                 SQ1014.2
141600     WRITE   PRINT-REC FROM TEST-LINE-1 BEFORE ADVANCING          SQ1014.2
141700              IDENTIFIER-2                                        SQ1014.2
141771     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1014.2
141772         PRINT-FILE-STATUS CCVS-IOT-NOKEY                         SQ1014.2
141773         BY CONTENT "WRITE  PRINT-FILE      S0063TF".             SQ1014.2
141800 WRT-END-GF-34.                                                   SQ1014.2
141900*                                                                 SQ1014.2
142000 WRT-INIT-GF-35.                                                  SQ1014.2
143300     MOVE    3 TO IDENTIFIER-2.                                   SQ1014.2
143400     MOVE   "1" TO LINES-BELOW-1.                                 SQ1014.2
143500     MOVE   "4" TO LINES-ABOVE-1.                                 SQ1014.2
143600     WRITE PRINT-REC FROM TEST-LINE-1 BEFORE IDENTIFIER-2 LINE    SQ1014.2
143671     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1014.2
143672         PRINT-FILE-STATUS CCVS-IOT-NOKEY                         SQ1014.2
143673         BY CONTENT "WRITE  PRINT-FILE      S0064TF".             SQ1014.2
143700 WRT-END-GF-35.                                                   SQ1014.2
143800*                                                                 SQ1014.2
143900 WRT-INIT-GF-36.                                                  SQ1014.2
145000     PERFORM INSPT.                                               SQ1014.2
145100     PERFORM WRITE-TEST-LINE.                                     SQ1014.2
145200     MOVE    4 TO IDENTIFIER-2.                                   SQ1014.2
145300     WRITE   PRINT-REC FROM OH-ONE BEFORE IDENTIFIER-2 LINES      SQ1014.2
145371     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1014.2
145372         PRINT-FILE-STATUS CCVS-IOT-NOKEY                         SQ1014.2
145373         BY CONTENT "WRITE  PRINT-FILE      S0065TF".             SQ1014.2
145400 WRT-END-GF-36.                                                   SQ1014.2
145500*                                                                 SQ1014.2
145600 WRT-INIT-GF-37.                                                  SQ1014.2
146700     PERFORM INSPT.                                               SQ1014.2
146800     PERFORM WRITE-TEST-LINE.                                     SQ1014.2
146900     MOVE    5 TO IDENTIFIER-2.                                   SQ1014.2
147000     WRITE   PRINT-REC FROM OH-THREE BEFORE IDENTIFIER-2          SQ1014.2
147071     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1014.2
147072         PRINT-FILE-STATUS CCVS-IOT-NOKEY                         SQ1014.2
147073         BY CONTENT "WRITE  PRINT-FILE      S0066TF".             SQ1014.2
147100 WRT-END-GF-37.                                                   SQ1014.2
147200*                                                                 SQ1014.2
147300 WRT-INIT-GF-38.                                                  SQ1014.2
148500     PERFORM WRITE-TEST-LINE.                                     SQ1014.2
148600     MOVE    6 TO IDENTIFIER-2.                                   SQ1014.2
148700     WRITE   PRINT-REC FROM SEVENTY-SEVEN-2 AFTER ADVANCING       SQ1014.2
148800              IDENTIFIER-2 LINE                                   SQ1014.2
148871     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1014.2
148872         PRINT-FILE-STATUS CCVS-IOT-NOKEY                         SQ1014.2
148873         BY CONTENT "WRITE  PRINT-FILE      S0067TF".             SQ1014.2
148900 WRT-END-GF-38.                                                   SQ1014.2
149000*                                                                 SQ1014.2
149100 WRT-INIT-GF-39.                                                  SQ1014.2
150500     MOVE   "8" TO LINES-BELOW-1.                                 SQ1014.2
150600     MOVE   "1" TO LINES-ABOVE-1.                                 SQ1014.2
150700     WRITE   PRINT-REC FROM TEST-LINE-1 AFTER ADVANCING           SQ1014.2
150800              IDENTIFIER-2 LINES                                  SQ1014.2
150871     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1014.2
150872         PRINT-FILE-STATUS CCVS-IOT-NOKEY                         SQ1014.2
150873         BY CONTENT "WRITE  PRINT-FILE      S0068TF".             SQ1014.2
150900 WRT-END-GF-39.                                                   SQ1014.2
151000*                                                                 SQ1014.2
151100 WRT-INIT-GF-40.                                                  SQ1014.2
151900     MOVE "9" TO LINES-BELOW-1.                                   SQ1014.2
152000     MOVE "1" TO LINES-ABOVE-1.                                   SQ1014.2
152100     WRITE PRINT-REC FROM TEST-LINE-1 AFTER ADVANCING             SQ1014.2
152200              IDENTIFIER-2                                        SQ1014.2
152271     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1014.2
152272         PRINT-FILE-STATUS CCVS-IOT-NOKEY                         SQ1014.2
152273         BY CONTENT "WRITE  PRINT-FILE      S0069TF".             SQ1014.2
152300 WRT-END-GF-40.                                                   SQ1014.2
152400*                                                                 SQ1014.2
152500 WRT-INIT-GF-41.                                                  SQ1014.2
153800 WRT-TEST-GF-41.                                                  SQ1014.2
153900     PERFORM INSPT.                                               SQ1014.2
154000     PERFORM WRITE-TEST-LINE.                                     SQ1014.2
154100     WRITE   PRINT-REC FROM NEW-PAGE-LINE AFTER ADVANCING PAGE    SQ1014.2
154171     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1014.2
154172         PRINT-FILE-STATUS CCVS-IOT-NOKEY                         SQ1014.2
154173         BY CONTENT "WRITE  PRINT-FILE      S0070TF".             SQ1014.2
154200     MOVE    NEXT-LINE TO PRINT-REC.                              SQ1014.2
154300     WRITE   PRINT-REC AFTER ADVANCING 1 LINE                     SQ1014.2
154371     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1014.2
154372         PRINT-FILE-STATUS CCVS-IOT-NOKEY                         SQ1014.2
154373         BY CONTENT "WRITE  PRINT-FILE      S0071TF".             SQ1014.2
154400 WRT-END-GF-41.                                                   SQ1014.2
154500*                                                                 SQ1014.2
154600 WRT-INIT-GF-42.                                                  SQ1014.2
155900     MOVE    0 TO IDENTIFIER-2.                                   SQ1014.2
156000     MOVE   "1" TO LINES-BELOW-1.                                 SQ1014.2
156100     MOVE   "1" TO LINES-ABOVE-1.                                 SQ1014.2
156200     WRITE PRINT-REC FROM TEST-LINE-1 AFTER IDENTIFIER-2 LINE     SQ1014.2
156271     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1014.2
156272         PRINT-FILE-STATUS CCVS-IOT-NOKEY                         SQ1014.2
156273         BY CONTENT "WRITE  PRINT-FILE      S0072TF".             SQ1014.2
156300 WRT-END-GF-42.                                                   SQ1014.2
156400*                                                                 SQ1014.2
156500 WRT-INIT-GF-43.                                                  SQ1014.2
157800     MOVE    2 TO IDENT-2-S99.                                    SQ1014.2
157900     MOVE   "3" TO LINES-BELOW-1.                                 SQ1014.2
158000     MOVE   "1" TO LINES-ABOVE-1.                                 SQ1014.2
158100     WRITE   PRINT-REC FROM TEST-LINE-1 AFTER IDENT-2-S99 LINES   SQ1014.2
158171     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1014.2
158172         PRINT-FILE-STATUS CCVS-IOT-NOKEY                         SQ1014.2
158173         BY CONTENT "WRITE  PRINT-FILE      S0073TF".             SQ1014.2
158200 WRT-END-GF-43.                                                   SQ1014.2
158300*                                                                 SQ1014.2
158400 WRT-INIT-GF-44.                                                  SQ1014.2
159700     MOVE    1 TO IDENT-2-C99.                                    SQ1014.2
159800     MOVE   "2" TO LINES-BELOW-1.                                 SQ1014.2
159900     MOVE   "1" TO LINES-ABOVE-1.                                 SQ1014.2
160000     WRITE   PRINT-REC FROM TEST-LINE-1 AFTER IDENT-2-C99         SQ1014.2
160071     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1014.2
160072         PRINT-FILE-STATUS CCVS-IOT-NOKEY                         SQ1014.2
160073         BY CONTENT "WRITE  PRINT-FILE      S0074TF".             SQ1014.2
160100 WRT-END-GF-44.                                                   SQ1014.2
160200*                                                                 SQ1014.2
160300 WRT-INIT-GF-45.                                                  SQ1014.2
161700     MOVE   "1" TO LINES-BELOW-1.                                 SQ1014.2
161800     MOVE   "3" TO LINES-ABOVE-1.                                 SQ1014.2
161900     MOVE    TEST-LINE-1 TO PRINT-REC.                            SQ1014.2
162000     WRITE PRINT-REC BEFORE ADVANCING IDENT-2-S99 LINE            SQ1014.2
162071     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1014.2
162072         PRINT-FILE-STATUS CCVS-IOT-NOKEY                         SQ1014.2
162073         BY CONTENT "WRITE  PRINT-FILE      S0075TF".             SQ1014.2
162100 WRT-END-GF-45.                                                   SQ1014.2
162200*                                                                 SQ1014.2
162300 WRT-INIT-GF-46.                                                  SQ1014.2
163700     MOVE   "1" TO LINES-BELOW-1.                                 SQ1014.2
163800     MOVE   "3" TO LINES-ABOVE-1.                                 SQ1014.2
163900     MOVE    TEST-LINE-1 TO PRINT-REC.                            SQ1014.2
164000     WRITE   PRINT-REC BEFORE ADVANCING IDENT-2-S99 LINES         SQ1014.2
164071     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1014.2
164072         PRINT-FILE-STATUS CCVS-IOT-NOKEY                         SQ1014.2
164073         BY CONTENT "WRITE  PRINT-FILE      S0076TF".             SQ1014.2
164100 WRT-END-GF-46.                                                   SQ1014.2
164200*                                                                 SQ1014.2
164300 WRT-INIT-GF-47.                                                  SQ1014.2
165700     MOVE   "1" TO LINES-BELOW-1.                                 SQ1014.2
165800     MOVE   "3" TO LINES-ABOVE-1.                                 SQ1014.2
165900     MOVE    TEST-LINE-1 TO PRINT-REC.                            SQ1014.2
166000     WRITE   PRINT-REC BEFORE ADVANCING IDENT-2-S99               SQ1014.2
166071     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1014.2
166072         PRINT-FILE-STATUS CCVS-IOT-NOKEY                         SQ1014.2
166073         BY CONTENT "WRITE  PRINT-FILE      S0077TF".             SQ1014.2
166100 WRT-END-GF-47.                                                   SQ1014.2
166200*                                                                 SQ1014.2
166300 WRT-INIT-GF-48.                                                  SQ1014.2
167600     MOVE   "1" TO LINES-BELOW-1.                                 SQ1014.2
167700     MOVE   "2" TO LINES-ABOVE-1.                                 SQ1014.2
167800     MOVE    TEST-LINE-1 TO PRINT-REC.                            SQ1014.2
167900     WRITE   PRINT-REC BEFORE ONE LINE                            SQ1014.2
167971     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1014.2
167972         PRINT-FILE-STATUS CCVS-IOT-NOKEY                         SQ1014.2
167973         BY CONTENT "WRITE  PRINT-FILE      S0078TF".             SQ1014.2
168000     PERFORM INSPT.                                               SQ1014.2
168100 WRT-END-GF-48.                                                   SQ1014.2
168200*                                                                 SQ1014.2
169600     MOVE   "1" TO LINES-BELOW-1.                                 SQ1014.2
169700     MOVE   "3" TO LINES-ABOVE-1.                                 SQ1014.2
169800     MOVE    TEST-LINE-1 TO PRINT-REC.                            SQ1014.2
169900     WRITE   PRINT-REC BEFORE TWO LINES                           SQ1014.2
169971     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1014.2
169972         PRINT-FILE-STATUS CCVS-IOT-NOKEY                         SQ1014.2
169973         BY CONTENT "WRITE  PRINT-FILE      S0079TF".             SQ1014.2
170000 WRT-END-GF-49.                                                   SQ1014.2
170100*                                                                 SQ1014.2
170200 WRT-INIT-GF-50.                                                  SQ1014.2
171500     MOVE   "1" TO LINES-BELOW-1.                                 SQ1014.2
171600     MOVE   "4" TO LINES-ABOVE-1.                                 SQ1014.2
171700     MOVE    TEST-LINE-1 TO PRINT-REC.                            SQ1014.2
171800     WRITE   PRINT-REC BEFORE THREE                               SQ1014.2
171871     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1014.2
171872         PRINT-FILE-STATUS CCVS-IOT-NOKEY                         SQ1014.2
171873         BY CONTENT "WRITE  PRINT-FILE      S0080TF".             SQ1014.2
171900 WRT-END-GF-50.                                                   SQ1014.2
172000*                                                                 SQ1014.2
172100 WRT-INIT-GF-51.                                                  SQ1014.2
173400     MOVE   "5" TO LINES-BELOW-1.                                 SQ1014.2
173500     MOVE   "1" TO LINES-ABOVE-1.                                 SQ1014.2
173600     MOVE    TEST-LINE-1 TO PRINT-REC.                            SQ1014.2
173700     WRITE   PRINT-REC AFTER ADVANCING FOUR LINE                  SQ1014.2
173771     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1014.2
173772         PRINT-FILE-STATUS CCVS-IOT-NOKEY                         SQ1014.2
173773         BY CONTENT "WRITE  PRINT-FILE      S0081TF".             SQ1014.2
173800 WRT-END-GF-51.                                                   SQ1014.2
173900*                                                                 SQ1014.2
174000 WRT-INIT-GF-52.                                                  SQ1014.2
175300     MOVE   "1" TO LINES-BELOW-1.                                 SQ1014.2
175400     MOVE   "1" TO LINES-ABOVE-1.                                 SQ1014.2
175500     MOVE    TEST-LINE-1 TO PRINT-REC.                            SQ1014.2
175600     WRITE   PRINT-REC AFTER ADVANCING LONG-ZERO LINES            SQ1014.2
175671     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1014.2
175672         PRINT-FILE-STATUS CCVS-IOT-NOKEY                         SQ1014.2
175673         BY CONTENT "WRITE  PRINT-FILE      S0082TF".             SQ1014.2
175700 WRT-END-GF-52.                                                   SQ1014.2
175800*                                                                 SQ1014.2
175900 WRT-INIT-GF-53.                                                  SQ1014.2
177200     MOVE   "2" TO LINES-BELOW-1.                                 SQ1014.2
177300     MOVE   "1" TO LINES-ABOVE-1.                                 SQ1014.2
177400     MOVE    TEST-LINE-1 TO PRINT-REC.                            SQ1014.2
177500     WRITE   PRINT-REC AFTER ADVANCING LONG-ONE                   SQ1014.2
177571     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1014.2
177572         PRINT-FILE-STATUS CCVS-IOT-NOKEY                         SQ1014.2
177573         BY CONTENT "WRITE  PRINT-FILE      S0083TF".             SQ1014.2
177600 WRT-END-GF-53.                                                   SQ1014.2
177700*                                                                 SQ1014.2
177800 WRT-INIT-GF-54.                                                  SQ1014.2
179200     MOVE   "3" TO LINES-BELOW-1.                                 SQ1014.2
179300     MOVE   "1" TO LINES-ABOVE-1.                                 SQ1014.2
179400     MOVE    TEST-LINE-1 TO PRINT-REC.                            SQ1014.2
179500     WRITE   PRINT-REC AFTER IDENT-2-S99 LINE                     SQ1014.2
179571     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1014.2
179572         PRINT-FILE-STATUS CCVS-IOT-NOKEY                         SQ1014.2
179573         BY CONTENT "WRITE  PRINT-FILE      S0084TF".             SQ1014.2
179600 WRT-END-GF-54.                                                   SQ1014.2
179700*                                                                 SQ1014.2
179800 WRT-INIT-GF-55.                                                  SQ1014.2
181200     MOVE   "3" TO LINES-BELOW-1.                                 SQ1014.2
181300     MOVE   "1" TO LINES-ABOVE-1.                                 SQ1014.2
181400     MOVE    TEST-LINE-1 TO PRINT-REC.                            SQ1014.2
181500     WRITE   PRINT-REC AFTER IDENTIFIER-2 LINES                   SQ1014.2
181571     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1014.2
181572         PRINT-FILE-STATUS CCVS-IOT-NOKEY                         SQ1014.2
181573         BY CONTENT "WRITE  PRINT-FILE      S0085TF".             SQ1014.2
181600 WRT-END-GF-55.                                                   SQ1014.2
181700*                                                                 SQ1014.2
181800 WRT-INIT-GF-56.                                                  SQ1014.2
183200     MOVE   "3" TO LINES-BELOW-1.                                 SQ1014.2
183300     MOVE   "1" TO LINES-ABOVE-1.                                 SQ1014.2
183400     MOVE TEST-LINE-1 TO PRINT-REC.                               SQ1014.2
183500     WRITE PRINT-REC AFTER IDENTIFIER-2                           SQ1014.2
183571     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1014.2
183572         PRINT-FILE-STATUS CCVS-IOT-NOKEY                         SQ1014.2
183573         BY CONTENT "WRITE  PRINT-FILE      S0086TF".             SQ1014.2
183600 WRT-END-GF-56.                                                   SQ1014.2
183700*                                                                 SQ1014.2
183800 WRT-INIT-GF-57.                                                  SQ1014.2
185100 WRT-TEST-GF-57.                                                  SQ1014.2
185200     PERFORM INSPT.                                               SQ1014.2
185300     PERFORM WRITE-TEST-LINE.                                     SQ1014.2
185400     WRITE   PRINT-REC FROM NEW-PAGE-LINE AFTER PAGE              SQ1014.2
185471     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1014.2
185472         PRINT-FILE-STATUS CCVS-IOT-NOKEY                         SQ1014.2
185473         BY CONTENT "WRITE  PRINT-FILE      S0087TF".             SQ1014.2
185500     MOVE    NEXT-LINE TO PRINT-REC.                              SQ1014.2
185600     WRITE   PRINT-REC AFTER ADVANCING 1 LINE                     SQ1014.2
185671     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1014.2
185672         PRINT-FILE-STATUS CCVS-IOT-NOKEY                         SQ1014.2
185673         BY CONTENT "WRITE  PRINT-FILE      S0088TF".             SQ1014.2
185700 WRT-END-GF-57.                                                   SQ1014.2
185800*                                                                 SQ1014.2
185900 AFTER-LAST-TEST.                                                 SQ1014.2
186700*                                                                 SQ1014.2
186800 WRITE-TEST-LINE.                                                 SQ1014.2
186900     MOVE    TEST-RESULTS TO PRINT-REC.                           SQ1014.2
187000     WRITE   PRINT-REC AFTER ADVANCING 1 LINE                     SQ1014.2
187071     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1014.2
187072         PRINT-FILE-STATUS CCVS-IOT-NOKEY                         SQ1014.2
187073         BY CONTENT "WRITE  PRINT-FILE      S0089TF".             SQ1014.2
187100     MOVE    SPACE TO PRINT-REC.                                  SQ1014.2
187200     WRITE   PRINT-REC AFTER ADVANCING 1 LINE                     SQ1014.2
187271     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1014.2
187272         PRINT-FILE-STATUS CCVS-IOT-NOKEY                         SQ1014.2
187273         BY CONTENT "WRITE  PRINT-FILE      S0090TF".             SQ1014.2
187300*                                                                 SQ1014.2
187400 COL-1-CHAR-PRINT.                                                SQ1014.2
187500     ADD     1 TO LIN-SER                                         SQ1014.2
187600     MOVE    CHAR-LINE TO PRINT-REC                               SQ1014.2
187700     WRITE   PRINT-REC AFTER ADVANCING 1 LINE                     SQ1014.2
187771     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ1014.2
187772         PRINT-FILE-STATUS CCVS-IOT-NOKEY                         SQ1014.2
187773         BY CONTENT "WRITE  PRINT-FILE      S0091TF".             SQ1014.2
187800*                                                                 SQ1014.2
187900 CCVS-EXIT SECTION.                                               SQ1014.2
188000 CCVS-999999.                                                     SQ1014.2
