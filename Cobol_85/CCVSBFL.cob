000100 IDENTIFICATION DIVISION.                                         CVSBFL.2
000200 PROGRAM-ID.                                                      CVSBFL.2
000300     CCVSBFL.                                                     CVSBFL.2
000400****************************************************************  CVSBFL.2
000500*                                                              *  CVSBFL.2
000600*    CSV FEED BACKFILL FROM ARCHIVED report.log PRINT IMAGES.  *  CVSBFL.2
000700*                                                              *  CVSBFL.2
000800*    THE TREND HISTORY (RESULTS MASTER, FAILURE LEDGER) ONLY   *  CVSBFL.2
000900*    REACHES BACK TO THE FIRST RUN THAT WROTE results.csv AND  *  CVSBFL.2
001000*    suite_summary.csv.  EARLIER QUALIFICATIONS SURVIVE ONLY   *  CVSBFL.2
001100*    AS ARCHIVED report.log PRINT IMAGES (OR CCVSASM MASTER    *  CVSBFL.2
001200*    REPORTS), WITH 6-DIGIT RUN DATES.  THIS PROGRAM READS ONE *  CVSBFL.2
001300*    SUCH PRINT IMAGE AND REBUILDS THE TWO FEEDS A LIVE RUN    *  CVSBFL.2
001400*    WOULD HAVE WRITTEN:                                       *  CVSBFL.2
001500*                                                              *  CVSBFL.2
001600*      - A MODULE STARTS AT ITS CCVS-H-2B "TEST RESULT OF"     *  CVSBFL.2
001700*        STAMP, OR THE "TEST RESULTS SET-" STAMP THE MODULES   *  CVSBFL.2
001800*        DERIVED FROM THE FSTC SUITE PRINT IN ITS PLACE (A     *  CVSBFL.2
001900*        REPEAT OF THE SAME STAMP AT A PAGE BREAK DOES NOT     *  CVSBFL.2
002000*        START A NEW ONE),                                     *  CVSBFL.2
002100*      - EVERY TEST-RESULTS LINE -- PASS, FAIL*, ***** OR      *  CVSBFL.2
002200*        INSPT IN THE P-OR-F COLUMN AT POSITION 31, OR BLANK   *  CVSBFL.2
002300*        THERE FOR AN UNSCORED STEP -- BECOMES A results.csv   *  CVSBFL.2
002400*        ROW WITH FEATURE (COLUMNS 2-21), PAR-NAME (37-58) AND *  CVSBFL.2
002500*        THE RUNNING COUNTS.  FEATURE-CODE IS LEFT EMPTY: THE  *  CVSBFL.2
002600*        OLDEST LOGS HAVE NO SUCH COLUMN, AND WHERE ONE IS     *  CVSBFL.2
002700*        PRINTED (22-29) IT CARRIES THE CODE OF THE LINE       *  CVSBFL.2
002800*        BEFORE, NOT ITS OWN,                                  *  CVSBFL.2
002900*      - EACH MODULE GETS ITS suite_summary.csv ROW, COUNTED   *  CVSBFL.2
003000*        FROM THE CCVS-E-2 TOTALS UNDER "END OF TEST" WHERE    *  CVSBFL.2
003100*        THE LOG HAS THEM (A MODULE CAN SCORE TESTS IT NEVER   *  CVSBFL.2
003200*        PRINTS A LINE FOR) AND FROM THE RESULT LINES IF NOT.  *  CVSBFL.2
003300*        THE BUILD IS THE HISTORICAL RUN TAG GIVEN AT THE      *  CVSBFL.2
003400*        CONSOLE, OR FAILING THAT THE "COMPILED DATE" STAMP OF *  CVSBFL.2
003500*        THE MODULE'S CCVS-H-4 LINE, OR "ARCH-" AND THE RUN    *  CVSBFL.2
003600*        DATE.  THE RUN DATE IS THE H-4 "RUN ON" DATE, OR THE  *  CVSBFL.2
003700*        DATE GIVEN AT THE CONSOLE FOR A LOG THAT PREDATES     *  CVSBFL.2
003800*        H-4, EITHER WAY WINDOWED TO CCYYMMDD THROUGH CCVSDTW. *  CVSBFL.2
003900*        START AND END TIMES ARE NOT IN THE PRINT IMAGE AND    *  CVSBFL.2
004000*        ARE LEFT ZERO.                                        *  CVSBFL.2
004100*                                                              *  CVSBFL.2
004200*    THE FEEDS ARE WRITTEN IN THE MODULES' OWN RECORD FORMAT   *  CVSBFL.2
004300*    TO THE OUTPUT DIRECTORY NAMED AT THE CONSOLE (BLANK = THE *  CVSBFL.2
004400*    CURRENT ONE, WHICH REPLACES THE LAST LIVE RUN'S FEEDS).   *  CVSBFL.2
004500*    WITH THEM STANDING IN FOR A LIVE RUN'S FEEDS NEXT TO THE  *  CVSBFL.2
004600*    MASTER AND THE LEDGER, CCVSIXM MODE H LOADS THE ROWS      *  CVSBFL.2
004700*    UNDER A HISTORICAL RUN-ID AND CCVSLDG FOLDS THEM INTO THE *  CVSBFL.2
004800*    FAILURE LEDGER, EXACTLY AS AFTER A LIVE RUN.  THE LEDGER  *  CVSBFL.2
004900*    AGES ENTRIES IN THE ORDER BUILDS ARE FOLDED, SO BACKFILL  *  CVSBFL.2
005000*    THE ARCHIVE OLDEST RUN FIRST.                             *  CVSBFL.2
005100*                                                              *  CVSBFL.2
005200*    A MODULE SECTION WITH NEITHER RESULT LINES NOR E-2 TOTALS *  CVSBFL.2
005300*    (A RUN THAT ABENDED BEFORE ITS END-ROUTINE) GETS NO       *  CVSBFL.2
005400*    suite_summary.csv ROW, AS IT HAD NONE LIVE.               *  CVSBFL.2
005500*                                                              *  CVSBFL.2
005600*    RETURN-CODE 0 WHEN THE FEEDS ARE WRITTEN, 4 WHEN A MODULE *  CVSBFL.2
005700*    SECTION HELD NO RESULT LINES, 8 WHEN THE LOG CANNOT BE    *  CVSBFL.2
005800*    READ, HOLDS NO MODULE STAMP, OR THE OUTPUT CANNOT BE      *  CVSBFL.2
005900*    OPENED.                                                   *  CVSBFL.2
006000*                                                              *  CVSBFL.2
006100****************************************************************  CVSBFL.2
006200 ENVIRONMENT DIVISION.                                            CVSBFL.2
006300 CONFIGURATION SECTION.                                           CVSBFL.2
006400 SOURCE-COMPUTER.                                                 CVSBFL.2
006500     COPY CCVSTRG.                                                CVSBFL.2
006600 OBJECT-COMPUTER.                                                 CVSBFL.2
006700     COPY CCVSTRG.                                                CVSBFL.2
006800 INPUT-OUTPUT SECTION.                                            CVSBFL.2
006900 FILE-CONTROL.                                                    CVSBFL.2
007000     SELECT   ARCHIVE-LOG-FILE ASSIGN TO                          CVSBFL.2
007100     DYNAMIC WS-ARCH-FNAME                                        CVSBFL.2
007200     ORGANIZATION LINE SEQUENTIAL                                 CVSBFL.2
007300     FILE STATUS IS WS-AL-FSTATUS.                                CVSBFL.2
007400     SELECT   CSV-RESULTS-FILE ASSIGN TO                          CVSBFL.2
007500     DYNAMIC WS-RS-FNAME                                          CVSBFL.2
007600     FILE STATUS IS WS-RS-FSTATUS.                                CVSBFL.2
007700     SELECT   SUITE-SUMMARY-FILE ASSIGN TO                        CVSBFL.2
007800     DYNAMIC WS-SS-FNAME                                          CVSBFL.2
007900     FILE STATUS IS WS-SS-FSTATUS.                                CVSBFL.2
008000 DATA DIVISION.                                                   CVSBFL.2
008100 FILE SECTION.                                                    CVSBFL.2
008200 FD  ARCHIVE-LOG-FILE.                                            CVSBFL.2
008300 01  ARCHIVE-LOG-REC PIC X(120).                                  CVSBFL.2
008400 FD  CSV-RESULTS-FILE.                                            CVSBFL.2
008500 01  CSV-RESULTS-REC PIC X(200).                                  CVSBFL.2
008600 FD  SUITE-SUMMARY-FILE.                                          CVSBFL.2
008700 01  SUITE-SUMMARY-REC PIC X(80).                                 CVSBFL.2
008800 WORKING-STORAGE SECTION.                                         CVSBFL.2
008900 77  WS-AL-FSTATUS      PIC XX VALUE SPACE.                       CVSBFL.2
009000 77  WS-RS-FSTATUS      PIC XX VALUE SPACE.                       CVSBFL.2
009100 77  WS-SS-FSTATUS      PIC XX VALUE SPACE.                       CVSBFL.2
009200 77  WS-EOF-SWITCH      PIC X  VALUE "N".                         CVSBFL.2
009300 77  WS-HIT-SWITCH      PIC X  VALUE "N".                         CVSBFL.2
009400 77  WS-IN-MODULE       PIC X  VALUE "N".                         CVSBFL.2
009500 77  WS-SCAN-POS        PIC 9(3) COMP VALUE ZERO.                 CVSBFL.2
009600 77  WS-STAMP-SKIP      PIC 9(3) COMP VALUE ZERO.                 CVSBFL.2
009700 77  WS-LINE-COUNT      PIC 9(6) VALUE ZERO.                      CVSBFL.2
009800 77  WS-ROW-COUNT       PIC 9(6) VALUE ZERO.                      CVSBFL.2
009900 77  WS-MOD-COUNT       PIC 9(4) VALUE ZERO.                      CVSBFL.2
010000 77  WS-EMPTY-COUNT     PIC 9(4) VALUE ZERO.                      CVSBFL.2
010100 77  WS-MOD-ROWS        PIC 9(6) VALUE ZERO.                      CVSBFL.2
010200 01  WS-ARCH-FNAME      PIC X(60) VALUE SPACE.                    CVSBFL.2
010300 01  WS-RS-FNAME        PIC X(60) VALUE SPACE.                    CVSBFL.2
010400 01  WS-SS-FNAME        PIC X(60) VALUE SPACE.                    CVSBFL.2
010500 01  WS-OUT-DIR         PIC X(40) VALUE SPACE.                    CVSBFL.2
010600 01  WS-RUN-TAG         PIC X(16) VALUE SPACE.                    CVSBFL.2
010700 01  WS-ASK-DATE        PIC X(8)  VALUE SPACE.                    CVSBFL.2
010800 01  WS-DEFAULT-DATE    PIC 9(8)  VALUE ZERO.                     CVSBFL.2
010900*    RUN DATES COME OFF THE PRINT IMAGE AS PRINTED -- OLD         CVSBFL.2
011000*    6-DIGIT STAMPS INCLUDED -- AND ARE NORMALIZED TO             CVSBFL.2
011100*    CCYYMMDD THROUGH THE SHARED CCVSDTW WINDOWER.                CVSBFL.2
011200 01  WS-DTW-RAW         PIC X(8) VALUE SPACE.                     CVSBFL.2
011300 01  WS-DTW-OUT         PIC 9(8) VALUE ZERO.                      CVSBFL.2
011400*    THE MODULE BEING REBUILT, IN THE SHAPE THE MODULES KEEP      CVSBFL.2
011500*    FOR THEIR OWN FEED ROWS.                                     CVSBFL.2
011600 01  WS-CUR-PGM         PIC X(9) VALUE SPACE.                     CVSBFL.2
011700 01  WS-HOLD-PGM        PIC X(9) VALUE SPACE.                     CVSBFL.2
011800 01  WS-BUILD-ID        PIC X(16) VALUE SPACE.                    CVSBFL.2
011900 01  WS-RUN-DATE        PIC 9(8) VALUE ZERO.                      CVSBFL.2
012000 01  WS-START-TIME      PIC 9(8) VALUE ZERO.                      CVSBFL.2
012100 01  WS-END-TIME        PIC 9(8) VALUE ZERO.                      CVSBFL.2
012200 01  PASS-COUNTER       PIC 999 VALUE ZERO.                       CVSBFL.2
012300 01  ERROR-COUNTER      PIC 999 VALUE ZERO.                       CVSBFL.2
012400 01  DELETE-COUNTER     PIC 999 VALUE ZERO.                       CVSBFL.2
012500 01  INSPECT-COUNTER    PIC 999 VALUE ZERO.                       CVSBFL.2
012600*    THE CCVS-E-2 TOTALS PRINTED UNDER "END OF TEST".             CVSBFL.2
012700 77  WS-END-SEEN        PIC X  VALUE "N".                         CVSBFL.2
012800 01  WS-END-TOTALS.                                               CVSBFL.2
012900     02  WS-END-PASS    PIC 999 VALUE ZERO.                       CVSBFL.2
013000     02  WS-END-FAIL    PIC 999 VALUE ZERO.                       CVSBFL.2
013100     02  WS-END-DELETE  PIC 999 VALUE ZERO.                       CVSBFL.2
013200     02  WS-END-INSPECT PIC 999 VALUE ZERO.                       CVSBFL.2
013300 01  WS-END-COUNT       PIC XXX VALUE SPACE.                      CVSBFL.2
013400 01  WS-RESULT-LINE.                                              CVSBFL.2
013500     02  FILLER         PIC X.                                    CVSBFL.2
013600     02  WS-RL-FEATURE  PIC X(20).                                CVSBFL.2
013700     02  FILLER         PIC X(8).                                 CVSBFL.2
013800     02  WS-RL-GAP-1    PIC X.                                    CVSBFL.2
013900     02  WS-RL-P-OR-F   PIC X(5).                                 CVSBFL.2
014000     02  WS-RL-GAP-2    PIC X.                                    CVSBFL.2
014100     02  WS-RL-PAR-NAME PIC X(22).                                CVSBFL.2
014200     02  FILLER         PIC X(62).                                CVSBFL.2
014300 01  CSV-HEADER-REC PICTURE X(200) VALUE                          CVSBFL.2
014400     "PGM-ID,FEATURE,FEATURE-CODE,PAR-NAME,                       CVSBFL.2
014500-    "P-OR-F,PASS,FAIL,DELETE,INSPECT".                           CVSBFL.2
014600 PROCEDURE DIVISION.                                              CVSBFL.2
014700 CCVSBFL-MAIN SECTION.                                            CVSBFL.2
014800 CCVSBFL-START.                                                   CVSBFL.2
014900     PERFORM  ACCEPT-BACKFILL-PARMS                               CVSBFL.2
015000              THRU ACCEPT-BACKFILL-PARMS-EX.                      CVSBFL.2
015100     IF       RETURN-CODE NOT = ZERO                              CVSBFL.2
015200              STOP RUN.                                           CVSBFL.2
015300     OPEN     INPUT ARCHIVE-LOG-FILE.                             CVSBFL.2
015400     IF       WS-AL-FSTATUS NOT = "00"                            CVSBFL.2
015500              DISPLAY "CCVSBFL: CANNOT READ " WS-ARCH-FNAME       CVSBFL.2
015600                  " STATUS " WS-AL-FSTATUS                        CVSBFL.2
015700              MOVE 8 TO RETURN-CODE                               CVSBFL.2
015800              STOP RUN.                                           CVSBFL.2
015900     OPEN     OUTPUT CSV-RESULTS-FILE.                            CVSBFL.2
016000     IF       WS-RS-FSTATUS = "00"                                CVSBFL.2
016100              OPEN OUTPUT SUITE-SUMMARY-FILE.                     CVSBFL.2
016200     IF       WS-RS-FSTATUS NOT = "00"                            CVSBFL.2
016300              OR WS-SS-FSTATUS NOT = "00"                         CVSBFL.2
016400              DISPLAY "CCVSBFL: CANNOT WRITE THE FEEDS IN "       CVSBFL.2
016500                  WS-OUT-DIR                                      CVSBFL.2
016600              CLOSE ARCHIVE-LOG-FILE                              CVSBFL.2
016700              MOVE 8 TO RETURN-CODE                               CVSBFL.2
016800              STOP RUN.                                           CVSBFL.2
016900     WRITE    CSV-RESULTS-REC FROM CSV-HEADER-REC.                CVSBFL.2
017000     MOVE     "N" TO WS-EOF-SWITCH.                               CVSBFL.2
017100     PERFORM  READ-ARCHIVE-LINE.                                  CVSBFL.2
017200     PERFORM  SCAN-ARCHIVE-LINE                                   CVSBFL.2
017300              UNTIL WS-EOF-SWITCH = "Y".                          CVSBFL.2
017400     IF       WS-IN-MODULE = "Y"                                  CVSBFL.2
017500              PERFORM CLOSE-MODULE-SECTION                        CVSBFL.2
017600                  THRU CLOSE-MODULE-SECTION-EX.                   CVSBFL.2
017700     CLOSE    ARCHIVE-LOG-FILE.                                   CVSBFL.2
017800     CLOSE    CSV-RESULTS-FILE.                                   CVSBFL.2
017900     CLOSE    SUITE-SUMMARY-FILE.                                 CVSBFL.2
018000     PERFORM  SHOW-BACKFILL-TOTALS.                               CVSBFL.2
018100     STOP     RUN.                                                CVSBFL.2
018200 ACCEPT-BACKFILL-PARMS.                                           CVSBFL.2
018300     DISPLAY  "CCVSBFL: ARCHIVED REPORT LOG TO BACKFILL FROM?".   CVSBFL.2
018400     ACCEPT   WS-ARCH-FNAME.                                      CVSBFL.2
018500     IF       WS-ARCH-FNAME = SPACE                               CVSBFL.2
018600              DISPLAY "CCVSBFL: NO LOG NAMED"                     CVSBFL.2
018700              MOVE 8 TO RETURN-CODE                               CVSBFL.2
018800              GO TO ACCEPT-BACKFILL-PARMS-EX.                     CVSBFL.2
018900     DISPLAY  "CCVSBFL: HISTORICAL RUN TAG (BLANK = H-4 STAMP)?". CVSBFL.2
019000     ACCEPT   WS-RUN-TAG.                                         CVSBFL.2
019100     DISPLAY  "CCVSBFL: RUN DATE FOR MODULES WITHOUT AN H-4 LINE" CVSBFL.2
019200              " (YYMMDD OR CCYYMMDD)?".                           CVSBFL.2
019300     ACCEPT   WS-ASK-DATE.                                        CVSBFL.2
019400     MOVE     WS-ASK-DATE TO WS-DTW-RAW.                          CVSBFL.2
019500     CALL     "CCVSDTW" USING WS-DTW-RAW WS-DTW-OUT.              CVSBFL.2
019600     MOVE     WS-DTW-OUT TO WS-DEFAULT-DATE.                      CVSBFL.2
019700     DISPLAY  "CCVSBFL: OUTPUT DIRECTORY (BLANK = HERE)?".        CVSBFL.2
019800     ACCEPT   WS-OUT-DIR.                                         CVSBFL.2
019900     IF       WS-OUT-DIR = SPACE                                  CVSBFL.2
020000              MOVE "results.csv" TO WS-RS-FNAME                   CVSBFL.2
020100              MOVE "suite_summary.csv" TO WS-SS-FNAME             CVSBFL.2
020200              GO TO ACCEPT-BACKFILL-PARMS-EX.                     CVSBFL.2
020300     STRING   WS-OUT-DIR DELIMITED BY SPACE                       CVSBFL.2
020400              "/results.csv" DELIMITED BY SIZE                    CVSBFL.2
020500              INTO WS-RS-FNAME.                                   CVSBFL.2
020600     STRING   WS-OUT-DIR DELIMITED BY SPACE                       CVSBFL.2
020700              "/suite_summary.csv" DELIMITED BY SIZE              CVSBFL.2
020800              INTO WS-SS-FNAME.                                   CVSBFL.2
020900 ACCEPT-BACKFILL-PARMS-EX.                                        CVSBFL.2
021000     EXIT.                                                        CVSBFL.2
021100 READ-ARCHIVE-LINE.                                               CVSBFL.2
021200     READ     ARCHIVE-LOG-FILE                                    CVSBFL.2
021300              AT END MOVE "Y" TO WS-EOF-SWITCH.                   CVSBFL.2
021400     IF       WS-EOF-SWITCH = "N"                                 CVSBFL.2
021500              ADD 1 TO WS-LINE-COUNT.                             CVSBFL.2
021600 SCAN-ARCHIVE-LINE.                                               CVSBFL.2
021700     PERFORM  SCAN-FOR-MODULE-STAMP.                              CVSBFL.2
021800     IF       WS-HIT-SWITCH = "Y"                                 CVSBFL.2
021900              PERFORM REGISTER-MODULE-STAMP                       CVSBFL.2
022000                  THRU REGISTER-MODULE-STAMP-EX                   CVSBFL.2
022100     ELSE                                                         CVSBFL.2
022200              IF  WS-IN-MODULE = "Y"                              CVSBFL.2
022300                  PERFORM SCAN-MODULE-LINE                        CVSBFL.2
022400                      THRU SCAN-MODULE-LINE-EX                    CVSBFL.2
022500              END-IF                                              CVSBFL.2
022600     END-IF.                                                      CVSBFL.2
022700     PERFORM  READ-ARCHIVE-LINE.                                  CVSBFL.2
022800 SCAN-FOR-MODULE-STAMP.                                           CVSBFL.2
022900     MOVE     "N" TO WS-HIT-SWITCH.                               CVSBFL.2
023000     PERFORM  SCAN-ONE-POSITION                                   CVSBFL.2
023100              VARYING WS-SCAN-POS FROM 1 BY 1                     CVSBFL.2
023200              UNTIL WS-SCAN-POS > 90                              CVSBFL.2
023300              OR WS-HIT-SWITCH = "Y".                             CVSBFL.2
023400 SCAN-ONE-POSITION.                                               CVSBFL.2
023500     IF       ARCHIVE-LOG-REC (WS-SCAN-POS:15) =                  CVSBFL.2
023600              "TEST RESULT OF "                                   CVSBFL.2
023700              MOVE 14 TO WS-STAMP-SKIP                            CVSBFL.2
023800              MOVE "Y" TO WS-HIT-SWITCH.                          CVSBFL.2
023900     IF       ARCHIVE-LOG-REC (WS-SCAN-POS:19) =                  CVSBFL.2
024000              "TEST RESULTS SET-  "                               CVSBFL.2
024100              MOVE 18 TO WS-STAMP-SKIP                            CVSBFL.2
024200              MOVE "Y" TO WS-HIT-SWITCH.                          CVSBFL.2
024300 REGISTER-MODULE-STAMP.                                           CVSBFL.2
024400*    SCAN-ONE-POSITION LEAVES WS-SCAN-POS ONE PAST THE HIT, SO    CVSBFL.2
024500*    THE PROGRAM-ID STARTS ONE SHORT OF THE STAMP'S LENGTH        CVSBFL.2
024600*    FURTHER ON (AS IN CCVSASM).                                  CVSBFL.2
024700     COMPUTE  WS-SCAN-POS = WS-SCAN-POS + WS-STAMP-SKIP.          CVSBFL.2
024800     MOVE     ARCHIVE-LOG-REC (WS-SCAN-POS:9) TO WS-HOLD-PGM.     CVSBFL.2
024900     IF       WS-IN-MODULE = "Y"                                  CVSBFL.2
025000              AND WS-HOLD-PGM = WS-CUR-PGM                        CVSBFL.2
025100              GO TO REGISTER-MODULE-STAMP-EX.                     CVSBFL.2
025200     IF       WS-IN-MODULE = "Y"                                  CVSBFL.2
025300              PERFORM CLOSE-MODULE-SECTION                        CVSBFL.2
025400                  THRU CLOSE-MODULE-SECTION-EX.                   CVSBFL.2
025500     MOVE     WS-HOLD-PGM TO WS-CUR-PGM.                          CVSBFL.2
025600     MOVE     "Y" TO WS-IN-MODULE.                                CVSBFL.2
025700     ADD      1 TO WS-MOD-COUNT.                                  CVSBFL.2
025800     MOVE     ZERO TO WS-MOD-ROWS.                                CVSBFL.2
025900     MOVE     ZERO TO PASS-COUNTER ERROR-COUNTER                  CVSBFL.2
026000                      DELETE-COUNTER INSPECT-COUNTER.             CVSBFL.2
026100     MOVE     "N" TO WS-END-SEEN.                                 CVSBFL.2
026200     MOVE     ZERO TO WS-END-TOTALS.                              CVSBFL.2
026300     MOVE     WS-RUN-TAG TO WS-BUILD-ID.                          CVSBFL.2
026400     MOVE     WS-DEFAULT-DATE TO WS-RUN-DATE.                     CVSBFL.2
026500 REGISTER-MODULE-STAMP-EX.                                        CVSBFL.2
026600     EXIT.                                                        CVSBFL.2
026700 SCAN-MODULE-LINE.                                                CVSBFL.2
026800     IF       ARCHIVE-LOG-REC (1:15) = "COMPILED DATE: "          CVSBFL.2
026900              PERFORM TAKE-H4-STAMP                               CVSBFL.2
027000                  THRU TAKE-H4-STAMP-EX                           CVSBFL.2
027100              GO TO SCAN-MODULE-LINE-EX.                          CVSBFL.2
027200     IF       ARCHIVE-LOG-REC (1:52) = SPACE                      CVSBFL.2
027300              PERFORM TAKE-END-TOTALS                             CVSBFL.2
027400                  THRU TAKE-END-TOTALS-EX                         CVSBFL.2
027500              GO TO SCAN-MODULE-LINE-EX.                          CVSBFL.2
027600     MOVE     ARCHIVE-LOG-REC TO WS-RESULT-LINE.                  CVSBFL.2
027700     IF       WS-RL-GAP-1 NOT = SPACE                             CVSBFL.2
027800              OR WS-RL-GAP-2 NOT = SPACE                          CVSBFL.2
027900              OR WS-RL-PAR-NAME (1:1) = SPACE                     CVSBFL.2
028000              GO TO SCAN-MODULE-LINE-EX.                          CVSBFL.2
028100     EVALUATE WS-RL-P-OR-F                                        CVSBFL.2
028200         WHEN SPACE                                               CVSBFL.2
028300              IF  WS-RL-FEATURE = SPACE                           CVSBFL.2
028400                  GO TO SCAN-MODULE-LINE-EX                       CVSBFL.2
028500              END-IF                                              CVSBFL.2
028600         WHEN "PASS "                                             CVSBFL.2
028700              ADD 1 TO PASS-COUNTER                               CVSBFL.2
028800         WHEN "FAIL*"                                             CVSBFL.2
028900              ADD 1 TO ERROR-COUNTER                              CVSBFL.2
029000         WHEN "*****"                                             CVSBFL.2
029100              ADD 1 TO DELETE-COUNTER                             CVSBFL.2
029200         WHEN "INSPT"                                             CVSBFL.2
029300              ADD 1 TO INSPECT-COUNTER                            CVSBFL.2
029400         WHEN OTHER                                               CVSBFL.2
029500              GO TO SCAN-MODULE-LINE-EX                           CVSBFL.2
029600     END-EVALUATE.                                                CVSBFL.2
029700     PERFORM  WRITE-CSV-LINE.                                     CVSBFL.2
029800 SCAN-MODULE-LINE-EX.                                             CVSBFL.2
029900     EXIT.                                                        CVSBFL.2
030000 TAKE-H4-STAMP.                                                   CVSBFL.2
030100     IF       WS-RUN-TAG = SPACE                                  CVSBFL.2
030200              MOVE ARCHIVE-LOG-REC (16:16) TO WS-BUILD-ID.        CVSBFL.2
030300     MOVE     "N" TO WS-HIT-SWITCH.                               CVSBFL.2
030400     PERFORM  SCAN-RUN-ON-POSITION                                CVSBFL.2
030500              VARYING WS-SCAN-POS FROM 32 BY 1                    CVSBFL.2
030600              UNTIL WS-SCAN-POS > 100                             CVSBFL.2
030700              OR WS-HIT-SWITCH = "Y".                             CVSBFL.2
030800     IF       WS-HIT-SWITCH = "N"                                 CVSBFL.2
030900              GO TO TAKE-H4-STAMP-EX.                             CVSBFL.2
031000     COMPUTE  WS-SCAN-POS = WS-SCAN-POS + 7.                      CVSBFL.2
031100     MOVE     ARCHIVE-LOG-REC (WS-SCAN-POS:8) TO WS-DTW-RAW.      CVSBFL.2
031200     CALL     "CCVSDTW" USING WS-DTW-RAW WS-DTW-OUT.              CVSBFL.2
031300     IF       WS-DTW-OUT NOT = ZERO                               CVSBFL.2
031400              MOVE WS-DTW-OUT TO WS-RUN-DATE.                     CVSBFL.2
031500 TAKE-H4-STAMP-EX.                                                CVSBFL.2
031600     EXIT.                                                        CVSBFL.2
031700 SCAN-RUN-ON-POSITION.                                            CVSBFL.2
031800     IF       ARCHIVE-LOG-REC (WS-SCAN-POS:8) = "RUN ON: "        CVSBFL.2
031900              MOVE "Y" TO WS-HIT-SWITCH.                          CVSBFL.2
032000 TAKE-END-TOTALS.                                                 CVSBFL.2
032100     MOVE     ARCHIVE-LOG-REC (53:3) TO WS-END-COUNT.             CVSBFL.2
032200     IF       WS-END-COUNT = "NO "                                CVSBFL.2
032300              MOVE "000" TO WS-END-COUNT.                         CVSBFL.2
032400     IF       WS-END-COUNT NOT NUMERIC                            CVSBFL.2
032500              GO TO TAKE-END-TOTALS-EX.                           CVSBFL.2
032600     IF       ARCHIVE-LOG-REC (56:4) = " OF "                     CVSBFL.2
032700              AND ARCHIVE-LOG-REC (65:19) = "TESTS WERE EXECUTED" CVSBFL.2
032800              MOVE WS-END-COUNT TO WS-END-PASS                    CVSBFL.2
032900              MOVE "Y" TO WS-END-SEEN.                            CVSBFL.2
033000     IF       ARCHIVE-LOG-REC (57:14) = "TEST(S) FAILED"          CVSBFL.2
033100              MOVE WS-END-COUNT TO WS-END-FAIL                    CVSBFL.2
033200              MOVE "Y" TO WS-END-SEEN.                            CVSBFL.2
033300     IF       ARCHIVE-LOG-REC (57:15) = "TEST(S) DELETED"         CVSBFL.2
033400              MOVE WS-END-COUNT TO WS-END-DELETE                  CVSBFL.2
033500              MOVE "Y" TO WS-END-SEEN.                            CVSBFL.2
033600     IF       ARCHIVE-LOG-REC (57:26) =                           CVSBFL.2
033700              "TEST(S) REQUIRE INSPECTION"                        CVSBFL.2
033800              MOVE WS-END-COUNT TO WS-END-INSPECT                 CVSBFL.2
033900              MOVE "Y" TO WS-END-SEEN.                            CVSBFL.2
034000 TAKE-END-TOTALS-EX.                                              CVSBFL.2
034100     EXIT.                                                        CVSBFL.2
034200 WRITE-CSV-LINE.                                                  CVSBFL.2
034300     MOVE     SPACE TO CSV-RESULTS-REC.                           CVSBFL.2
034400     STRING   WS-CUR-PGM      DELIMITED BY SPACE ","              CVSBFL.2
034500              WS-RL-FEATURE   DELIMITED BY SIZE  ","              CVSBFL.2
034600              ","             DELIMITED BY SIZE                   CVSBFL.2
034700              WS-RL-PAR-NAME  DELIMITED BY SIZE  ","              CVSBFL.2
034800              WS-RL-P-OR-F    DELIMITED BY SPACE ","              CVSBFL.2
034900              PASS-COUNTER    DELIMITED BY SIZE  ","              CVSBFL.2
035000              ERROR-COUNTER   DELIMITED BY SIZE  ","              CVSBFL.2
035100              DELETE-COUNTER  DELIMITED BY SIZE  ","              CVSBFL.2
035200              INSPECT-COUNTER DELIMITED BY SIZE                   CVSBFL.2
035300              INTO CSV-RESULTS-REC.                               CVSBFL.2
035400     WRITE    CSV-RESULTS-REC.                                    CVSBFL.2
035500     ADD      1 TO WS-ROW-COUNT.                                  CVSBFL.2
035600     ADD      1 TO WS-MOD-ROWS.                                   CVSBFL.2
035700 CLOSE-MODULE-SECTION.                                            CVSBFL.2
035800     IF       WS-BUILD-ID = SPACE                                 CVSBFL.2
035900              STRING "ARCH-" DELIMITED BY SIZE                    CVSBFL.2
036000                     WS-RUN-DATE DELIMITED BY SIZE                CVSBFL.2
036100                     INTO WS-BUILD-ID.                            CVSBFL.2
036200     MOVE     "N" TO WS-IN-MODULE.                                CVSBFL.2
036300     IF       WS-MOD-ROWS = ZERO                                  CVSBFL.2
036400              ADD 1 TO WS-EMPTY-COUNT                             CVSBFL.2
036500              DISPLAY "CCVSBFL: " WS-CUR-PGM                      CVSBFL.2
036600                  " HAS NO RESULT LINES IN THE LOG".              CVSBFL.2
036700     IF       WS-MOD-ROWS = ZERO                                  CVSBFL.2
036800              AND WS-END-SEEN = "N"                               CVSBFL.2
036900              GO TO CLOSE-MODULE-SECTION-EX.                      CVSBFL.2
037000     IF       WS-RUN-DATE = ZERO                                  CVSBFL.2
037100              DISPLAY "CCVSBFL: " WS-CUR-PGM                      CVSBFL.2
037200                  " HAS NO USABLE RUN DATE".                      CVSBFL.2
037300     IF       WS-END-SEEN = "Y"                                   CVSBFL.2
037400              MOVE WS-END-PASS TO PASS-COUNTER                    CVSBFL.2
037500              MOVE WS-END-FAIL TO ERROR-COUNTER                   CVSBFL.2
037600              MOVE WS-END-DELETE TO DELETE-COUNTER                CVSBFL.2
037700              MOVE WS-END-INSPECT TO INSPECT-COUNTER.             CVSBFL.2
037800     MOVE     SPACE TO SUITE-SUMMARY-REC.                         CVSBFL.2
037900     STRING   WS-CUR-PGM      DELIMITED BY SPACE ","              CVSBFL.2
038000              WS-BUILD-ID     DELIMITED BY SIZE  ","              CVSBFL.2
038100              WS-RUN-DATE     DELIMITED BY SIZE  ","              CVSBFL.2
038200              WS-START-TIME   DELIMITED BY SIZE  ","              CVSBFL.2
038300              WS-END-TIME     DELIMITED BY SIZE  ","              CVSBFL.2
038400              PASS-COUNTER    DELIMITED BY SIZE  ","              CVSBFL.2
038500              ERROR-COUNTER   DELIMITED BY SIZE  ","              CVSBFL.2
038600              DELETE-COUNTER  DELIMITED BY SIZE  ","              CVSBFL.2
038700              INSPECT-COUNTER DELIMITED BY SIZE                   CVSBFL.2
038800              INTO SUITE-SUMMARY-REC.                             CVSBFL.2
038900     WRITE    SUITE-SUMMARY-REC.                                  CVSBFL.2
039000 CLOSE-MODULE-SECTION-EX.                                         CVSBFL.2
039100     EXIT.                                                        CVSBFL.2
039200 SHOW-BACKFILL-TOTALS.                                            CVSBFL.2
039300     DISPLAY  "CCVSBFL: " WS-LINE-COUNT " LOG LINES, "            CVSBFL.2
039400              WS-MOD-COUNT " MODULES, " WS-ROW-COUNT              CVSBFL.2
039500              " RESULT ROWS FROM " WS-ARCH-FNAME.                 CVSBFL.2
039600     IF       WS-MOD-COUNT = ZERO                                 CVSBFL.2
039700              DISPLAY "CCVSBFL: NO MODULE STAMP IN THE LOG"       CVSBFL.2
039800              MOVE 8 TO RETURN-CODE                               CVSBFL.2
039900     ELSE                                                         CVSBFL.2
040000              IF  WS-EMPTY-COUNT NOT = ZERO                       CVSBFL.2
040100                  MOVE 4 TO RETURN-CODE                           CVSBFL.2
040200              END-IF                                              CVSBFL.2
040300              DISPLAY "CCVSBFL: LOAD WITH CCVSIXM MODE H, THEN"   CVSBFL.2
040400                  " FOLD WITH CCVSLDG"                            CVSBFL.2
040500     END-IF.                                                      CVSBFL.2
