000100 IDENTIFICATION DIVISION.                                         NC3214.2
000200 PROGRAM-ID.                                                      NC3214.2
000300     NC321A.                                                      NC3214.2
000400****************************************************************  NC3214.2
000500*                                                              *  NC3214.2
000600*    VALIDATION FOR:-                                          *  NC3214.2
000700*                                                              *  NC3214.2
000800*    "ON-SITE VALIDATION, NATIONAL INSTITUTE OF STD & TECH.     ".NC3214.2
000900*                                                              *  NC3214.2
001000*    "COBOL 85 VERSION 4.2, Apr  1993 SSVG                      ".NC3214.2
001100*                                                              *  NC3214.2
001200****************************************************************  NC3214.2
001300*                                                              *  NC3214.2
001400*      X-CARDS USED BY THIS PROGRAM ARE :-                     *  NC3214.2
001500*                                                              *  NC3214.2
001600*        X-55  - SYSTEM PRINTER NAME.                          *  NC3214.2
001700*        X-82  - SOURCE COMPUTER NAME.                         *  NC3214.2
001800*        X-83  - OBJECT COMPUTER NAME.                         *  NC3214.2
001900*                                                              *  NC3214.2
002000****************************************************************  NC3214.2
002100*                                                              *  NC3214.2
002200*    NC321A DRIVES ONE SET OF SOURCE VALUES THROUGH EVERY      *  NC3214.2
002300*    CATEGORY OF NUMERIC-EDITED RECEIVER AND ASSERTS THE       *  NC3214.2
002400*    EXACT EDITED IMAGE OF EACH MOVE:                          *  NC3214.2
002500*                                                              *  NC3214.2
002600*      - SIMPLE (B 0 /) AND SPECIAL (.) INSERTION,             *  NC3214.2
002700*      - FIXED INSERTION: LEADING +, TRAILING -, THE           *  NC3214.2
002800*        CURRENCY SYMBOL, AND THE CR AND DB SIGN FORMS,        *  NC3214.2
002900*      - FLOATING INSERTION WITH $, + AND -, ALONE AND         *  NC3214.2
003000*        FOLLOWED BY CR,                                       *  NC3214.2
003100*      - ZERO SUPPRESSION WITH Z AND WITH THE CHECK-           *  NC3214.2
003200*        PROTECTION ASTERISK, BOTH PARTIAL AND OVER EVERY      *  NC3214.2
003300*        DIGIT POSITION (THE ALL-ZERO SPECIAL CASES).          *  NC3214.2
003400*                                                              *  NC3214.2
003500*    THE SOURCE VALUES ARE THE BOUNDARY SET ZERO, ONE, THE     *  NC3214.2
003600*    MAXIMUM MAGNITUDE OF S9(5)V99, AND TWO NEGATIVES.         *  NC3214.2
003700****************************************************************  NC3214.2
003800 ENVIRONMENT DIVISION.                                            NC3214.2
003900 CONFIGURATION SECTION.                                           NC3214.2
004000 SOURCE-COMPUTER.                                                 NC3214.2
004100     COPY CCVSTRG.                                                NC3214.2
004200 OBJECT-COMPUTER.                                                 NC3214.2
004300     COPY CCVSTRG.                                                NC3214.2
004400 INPUT-OUTPUT SECTION.                                            NC3214.2
004500 FILE-CONTROL.                                                    NC3214.2
004600     SELECT PRINT-FILE ASSIGN TO                                  NC3214.2
004700     "report.log".                                                NC3214.2
004800     SELECT   CSV-RESULTS-FILE ASSIGN TO                          NC3214.2
004900     "results.csv".                                               NC3214.2
005000     SELECT   SUITE-SUMMARY-FILE ASSIGN TO                        NC3214.2
005100     "suite_summary.csv"                                          NC3214.2
005200     FILE STATUS IS WS-SS-FILE-STATUS.                            NC3214.2
005300     SELECT   NEGATIVE-PATH-FILE ASSIGN TO                        NC3214.2
005400     "negative_path.csv"                                          NC3214.2
005500     FILE STATUS IS WS-NP-FILE-STATUS.                            NC3214.2
005600     SELECT   XCARD-PARM-FILE ASSIGN TO                           NC3214.2
005700     "xcard.dat"                                                  NC3214.2
005800     ORGANIZATION LINE SEQUENTIAL                                 NC3214.2
005900     FILE STATUS IS WS-XCARD-FSTATUS.                             NC3214.2
006000 DATA DIVISION.                                                   NC3214.2
006100 FILE SECTION.                                                    NC3214.2
006200 FD  PRINT-FILE.                                                  NC3214.2
006300 01  PRINT-REC PICTURE X(120).                                    NC3214.2
006400 01  DUMMY-RECORD PICTURE X(120).                                 NC3214.2
006500 FD  CSV-RESULTS-FILE.                                            NC3214.2
006600 01  CSV-RESULTS-REC PICTURE X(200).                              NC3214.2
006700 FD  SUITE-SUMMARY-FILE.                                          NC3214.2
006800 01  SUITE-SUMMARY-REC PICTURE X(80).                             NC3214.2
006900 FD  NEGATIVE-PATH-FILE.                                          NC3214.2
007000 01  NEGATIVE-PATH-REC PICTURE X(200).                            NC3214.2
007100 FD  XCARD-PARM-FILE.                                             NC3214.2
007200 01  XCARD-PARM-REC PIC X(80).                                    NC3214.2
007300 WORKING-STORAGE SECTION.                                         NC3214.2
007400 01  EDM-ZERO              PIC S9(5)V99 VALUE ZERO.               NC3214.2
007410 01  EDM-ONE               PIC S9(5)V99 VALUE 1.                  NC3214.2
007420 01  EDM-MAX               PIC S9(5)V99 VALUE 99999.99.           NC3214.2
007430 01  EDM-NEG               PIC S9(5)V99 VALUE -1234.56.           NC3214.2
007440 01  EDM-NEG-ONE           PIC S9(5)V99 VALUE -1.                 NC3214.2
007450 01  EDM-SIMPLE            PIC 99/999.99B0.                       NC3214.2
007460 01  EDM-PLUS-FIX          PIC +99999.99.                         NC3214.2
007470 01  EDM-MINUS-FIX         PIC 99999.99-.                         NC3214.2
007480 01  EDM-CURR-FIX          PIC $99999.99.                         NC3214.2
007490 01  EDM-CR                PIC 99999.99CR.                        NC3214.2
007500 01  EDM-DB                PIC 99999.99DB.                        NC3214.2
007510 01  EDM-CURR-FLT          PIC $$$,$$9.99.                        NC3214.2
007520 01  EDM-PLUS-FLT          PIC +++++9.99.                         NC3214.2
007530 01  EDM-MINUS-FLT         PIC -----9.99.                         NC3214.2
007540 01  EDM-CURR-CR           PIC $$$,$$9.99CR.                      NC3214.2
007550 01  EDM-Z-PART            PIC ZZ,ZZ9.99.                         NC3214.2
007560 01  EDM-Z-ALL             PIC ZZZZZ.ZZ.                          NC3214.2
007570 01  EDM-STAR-PART         PIC **,**9.99.                         NC3214.2
007580 01  EDM-STAR-ALL          PIC *****.**.                          NC3214.2
008100 01  TEST-RESULTS.                                                NC3214.2
008200     02 FILLER                   PIC X      VALUE SPACE.          NC3214.2
008300     02 FEATURE                  PIC X(20)  VALUE SPACE.          NC3214.2
008400 02 FEATURE-CODE PICTURE X(8) VALUE SPACE.                        NC3214.2
008500     02 FILLER                   PIC X      VALUE SPACE.          NC3214.2
008600     02 P-OR-F                   PIC X(5)   VALUE SPACE.          NC3214.2
008700     02 FILLER                   PIC X      VALUE SPACE.          NC3214.2
008800     02  PAR-NAME.                                                NC3214.2
008900       03 FILLER                 PIC X(19)  VALUE SPACE.          NC3214.2
009000       03  PARDOT-X              PIC X      VALUE SPACE.          NC3214.2
009100       03 DOTVALUE               PIC 99     VALUE ZERO.           NC3214.2
009200     02 FILLER                   PIC X(8)   VALUE SPACE.          NC3214.2
009300     02 RE-MARK                  PIC X(61).                       NC3214.2
009400 01  TEST-COMPUTED.                                               NC3214.2
009500     02 FILLER                   PIC X(30)  VALUE SPACE.          NC3214.2
009600     02 FILLER                   PIC X(17)  VALUE                 NC3214.2
009700            "       COMPUTED=".                                   NC3214.2
009800     02 COMPUTED-X.                                               NC3214.2
009900     03 COMPUTED-A               PIC X(20)  VALUE SPACE.          NC3214.2
010000     03 COMPUTED-N               REDEFINES COMPUTED-A             NC3214.2
010100                                 PIC -9(9).9(9).                  NC3214.2
010200     03 COMPUTED-0V18 REDEFINES COMPUTED-A   PIC -.9(18).         NC3214.2
010300     03 COMPUTED-4V14 REDEFINES COMPUTED-A   PIC -9(4).9(14).     NC3214.2
010400     03 COMPUTED-14V4 REDEFINES COMPUTED-A   PIC -9(14).9(4).     NC3214.2
010500     03       CM-18V0 REDEFINES COMPUTED-A.                       NC3214.2
010600         04 COMPUTED-18V0                    PIC -9(18).          NC3214.2
010700         04 FILLER                           PIC X.               NC3214.2
010800     03 FILLER PIC X(50) VALUE SPACE.                             NC3214.2
010900 01  TEST-CORRECT.                                                NC3214.2
011000     02 FILLER PIC X(30) VALUE SPACE.                             NC3214.2
011100     02 FILLER PIC X(17) VALUE "       CORRECT =".                NC3214.2
011200     02 CORRECT-X.                                                NC3214.2
011300     03 CORRECT-A                  PIC X(20) VALUE SPACE.         NC3214.2
011400     03 CORRECT-N    REDEFINES CORRECT-A     PIC -9(9).9(9).      NC3214.2
011500     03 CORRECT-0V18 REDEFINES CORRECT-A     PIC -.9(18).         NC3214.2
011600     03 CORRECT-4V14 REDEFINES CORRECT-A     PIC -9(4).9(14).     NC3214.2
011700     03 CORRECT-14V4 REDEFINES CORRECT-A     PIC -9(14).9(4).     NC3214.2
011800     03      CR-18V0 REDEFINES CORRECT-A.                         NC3214.2
011900         04 CORRECT-18V0                     PIC -9(18).          NC3214.2
012000         04 FILLER                           PIC X.               NC3214.2
012100     03 FILLER PIC X(2) VALUE SPACE.                              NC3214.2
012200     03 COR-ANSI-REFERENCE             PIC X(48) VALUE SPACE.     NC3214.2
012300 01  CCVS-C-1.                                                    NC3214.2
012400     02 FILLER  PIC IS X(99)    VALUE IS " FEATURE              PANC3214.2
012500-    "SS  PARAGRAPH-NAME                                          NC3214.2
012600-    "       REMARKS".                                            NC3214.2
012700     02 FILLER                     PIC X(20)    VALUE SPACE.      NC3214.2
012800 01  CCVS-C-2.                                                    NC3214.2
012900     02 FILLER                     PIC X        VALUE SPACE.      NC3214.2
013000     02 FILLER                     PIC X(6)     VALUE "TESTED".   NC3214.2
013100     02 FILLER                     PIC X(15)    VALUE SPACE.      NC3214.2
013200     02 FILLER                     PIC X(4)     VALUE "FAIL".     NC3214.2
013300     02 FILLER                     PIC X(94)    VALUE SPACE.      NC3214.2
013400 01  REC-SKL-SUB                   PIC 9(2)     VALUE ZERO.       NC3214.2
013500 01  REC-CT                        PIC 99       VALUE ZERO.       NC3214.2
013600 01  DELETE-COUNTER                PIC 999      VALUE ZERO.       NC3214.2
013700 01  ERROR-COUNTER                 PIC 999      VALUE ZERO.       NC3214.2
013800 01  INSPECT-COUNTER               PIC 999      VALUE ZERO.       NC3214.2
013900 01  PASS-COUNTER                  PIC 999      VALUE ZERO.       NC3214.2
014000 01  TOTAL-ERROR                   PIC 999      VALUE ZERO.       NC3214.2
014100 01  ERROR-HOLD                    PIC 999      VALUE ZERO.       NC3214.2
014200 01  DUMMY-HOLD                    PIC X(120)   VALUE SPACE.      NC3214.2
014300 01  RECORD-COUNT                  PIC 9(5)     VALUE ZERO.       NC3214.2
014400 01  WS-PAGE-LINES-ALPHA PIC X(3) VALUE "060".                    NC3214.2
014500 01  WS-PAGE-LINES REDEFINES                                      NC3214.2
014600     WS-PAGE-LINES-ALPHA PIC 9(3).                                NC3214.2
014700 01  ANSI-REFERENCE                PIC X(48)    VALUE SPACES.     NC3214.2
014800 01  ANSI-CLAUSE-NUM PIC X(16) VALUE SPACES.                      NC3214.2
014900 01  WS-ANSI-IDX     PIC 9(2).                                    NC3214.2
015000 01  WS-ANSI-LEN     PIC 9(2).                                    NC3214.2
015100 01  CCVS-H-1.                                                    NC3214.2
015200     02  FILLER                    PIC X(39)    VALUE SPACES.     NC3214.2
015300     02  FILLER                    PIC X(42)    VALUE             NC3214.2
015400     "OFFICIAL COBOL COMPILER VALIDATION SYSTEM".                 NC3214.2
015500     02  FILLER                    PIC X(39)    VALUE SPACES.     NC3214.2
015600 01  CCVS-H-2A.                                                   NC3214.2
015700   02  FILLER                        PIC X(40)  VALUE SPACE.      NC3214.2
015800   02  FILLER                        PIC X(7)   VALUE "CCVS85 ".  NC3214.2
015900   02  FILLER                        PIC XXXX   VALUE             NC3214.2
016000     "4.2 ".                                                      NC3214.2
016100   02  FILLER                        PIC X(28)  VALUE             NC3214.2
016200            " COPY - NOT FOR DISTRIBUTION".                       NC3214.2
016300   02  FILLER                        PIC X(41)  VALUE SPACE.      NC3214.2
016400                                                                  NC3214.2
016500 01  CCVS-H-2B.                                                   NC3214.2
016600   02  FILLER                        PIC X(15)  VALUE             NC3214.2
016700            "TEST RESULT OF ".                                    NC3214.2
016800   02  TEST-ID                       PIC X(9).                    NC3214.2
016900   02  FILLER                        PIC X(4)   VALUE             NC3214.2
017000            " IN ".                                               NC3214.2
017100   02  FILLER                        PIC X(12)  VALUE             NC3214.2
017200     " HIGH       ".                                              NC3214.2
017300   02  FILLER                        PIC X(22)  VALUE             NC3214.2
017400            " LEVEL VALIDATION FOR ".                             NC3214.2
017500   02  FILLER                        PIC X(58)  VALUE             NC3214.2
017600     "ON-SITE VALIDATION, NATIONAL INSTITUTE OF STD & TECH.     ".NC3214.2
017700 01  CCVS-H-3.                                                    NC3214.2
017800     02  FILLER                      PIC X(34)  VALUE             NC3214.2
017900            " FOR OFFICIAL USE ONLY    ".                         NC3214.2
018000     02  FILLER                      PIC X(58)  VALUE             NC3214.2
018100     "COBOL 85 VERSION 4.2, Apr  1993 SSVG                      ".NC3214.2
018200     02  FILLER                      PIC X(28)  VALUE             NC3214.2
018300            "  COPYRIGHT   1985 ".                                NC3214.2
018400 01  CCVS-H-4.                                                    NC3214.2
018500     02  FILLER                      PIC X(15)  VALUE             NC3214.2
018600            "COMPILED DATE: ".                                    NC3214.2
018700     02  H4-BUILD-ID                 PIC X(16).                   NC3214.2
018800     02  FILLER                      PIC X(10)  VALUE             NC3214.2
018900            "  RUN ON: ".                                         NC3214.2
019000     02  H4-RUN-DATE                 PIC 9(8).                    NC3214.2
019100     02  FILLER                      PIC X(71)  VALUE SPACE.      NC3214.2
019200 01  CCVS-E-1.                                                    NC3214.2
019300     02 FILLER                       PIC X(52)  VALUE SPACE.      NC3214.2
019400     02 FILLER  PIC X(14) VALUE IS "END OF TEST-  ".              NC3214.2
019500     02 ID-AGAIN                     PIC X(9).                    NC3214.2
019600     02 FILLER                       PIC X(45)  VALUE SPACES.     NC3214.2
019700 01  CCVS-E-2.                                                    NC3214.2
019800     02  FILLER                      PIC X(31)  VALUE SPACE.      NC3214.2
019900     02  FILLER                      PIC X(21)  VALUE SPACE.      NC3214.2
020000     02 CCVS-E-2-2.                                               NC3214.2
020100         03 ERROR-TOTAL              PIC XXX    VALUE SPACE.      NC3214.2
020200         03 FILLER                   PIC X      VALUE SPACE.      NC3214.2
020300         03 ENDER-DESC               PIC X(44)  VALUE             NC3214.2
020400            "ERRORS ENCOUNTERED".                                 NC3214.2
020500 01  CCVS-E-3.                                                    NC3214.2
020600     02  FILLER                      PIC X(22)  VALUE             NC3214.2
020700            " FOR OFFICIAL USE ONLY".                             NC3214.2
020800     02  FILLER                      PIC X(12)  VALUE SPACE.      NC3214.2
020900     02  FILLER                      PIC X(58)  VALUE             NC3214.2
021000     "ON-SITE VALIDATION, NATIONAL INSTITUTE OF STD & TECH.     ".NC3214.2
021100     02  FILLER                      PIC X(13)  VALUE SPACE.      NC3214.2
021200     02 FILLER                       PIC X(15)  VALUE             NC3214.2
021300             " COPYRIGHT 1985".                                   NC3214.2
021400 01  CCVS-E-4.                                                    NC3214.2
021500     02 CCVS-E-4-1                   PIC XXX    VALUE SPACE.      NC3214.2
021600     02 FILLER                       PIC X(4)   VALUE " OF ".     NC3214.2
021700     02 CCVS-E-4-2                   PIC XXX    VALUE SPACE.      NC3214.2
021800     02 FILLER                       PIC X(40)  VALUE             NC3214.2
021900      "  TESTS WERE EXECUTED SUCCESSFULLY".                       NC3214.2
022000 01  XXINFO.                                                      NC3214.2
022100     02 FILLER                       PIC X(19)  VALUE             NC3214.2
022200            "*** INFORMATION ***".                                NC3214.2
022300     02 INFO-TEXT.                                                NC3214.2
022400       04 FILLER                     PIC X(8)   VALUE SPACE.      NC3214.2
022500       04 XXCOMPUTED                 PIC X(20).                   NC3214.2
022600       04 FILLER                     PIC X(5)   VALUE SPACE.      NC3214.2
022700       04 XXCORRECT                  PIC X(20).                   NC3214.2
022800     02 INF-ANSI-REFERENCE           PIC X(48).                   NC3214.2
022900 01  HYPHEN-LINE.                                                 NC3214.2
023000     02 FILLER  PIC IS X VALUE IS SPACE.                          NC3214.2
023100     02 FILLER  PIC IS X(65)    VALUE IS "************************NC3214.2
023200-    "*****************************************".                 NC3214.2
023300     02 FILLER  PIC IS X(54)    VALUE IS "************************NC3214.2
023400-    "******************************".                            NC3214.2
023500 01  CSV-HEADER-REC PICTURE X(200) VALUE                          NC3214.2
023600     "PGM-ID,FEATURE,FEATURE-CODE,PAR-NAME,                       NC3214.2
023700-    "P-OR-F,PASS,FAIL,DELETE,INSPECT".                           NC3214.2
023800 01  WS-SS-FILE-STATUS PICTURE XX VALUE SPACE.                    NC3214.2
023900 01  WS-NP-FILE-STATUS PIC XX VALUE SPACE.                        NC3214.2
024000 01  WS-FC-CNT PIC 9(3) VALUE ZERO.                               NC3214.2
024100 01  WS-BUILD-ID PIC X(16) VALUE SPACE.                           NC3214.2
024200 01  WS-RUN-DATE PIC 9(8) VALUE ZERO.                             NC3214.2
024300 01  WS-START-TIME PIC 9(8) VALUE ZERO.                           NC3214.2
024400 01  WS-END-TIME PIC 9(8) VALUE ZERO.                             NC3214.2
024500 01  WS-XCARD-FSTATUS PIC XX VALUE SPACE.                         NC3214.2
024600 01  WS-XCARD-EOF     PIC X  VALUE SPACE.                         NC3214.2
024700 01  WS-XCARD-CODE    PIC X(3).                                   NC3214.2
024800 01  WS-XCARD-VALUE   PIC X(8).                                   NC3214.2
024900     COPY     CCVSSED.                                            NC3214.2
025000 01  CCVS-PGM-ID                     PIC X(9)   VALUE             NC3214.2
025100     "NC321A".                                                    NC3214.2
025200 PROCEDURE DIVISION.                                              NC3214.2
025300 CCVS1 SECTION.                                                   NC3214.2
025400 OPEN-FILES.                                                      NC3214.2
025400     CALL     "CCVSHBT" USING CCVS-PGM-ID                         NC3214.2
025400              BY CONTENT "OPEN ".                                 NC3214.2
025500     PERFORM  LOAD-X-CARD-PARMS.                                  NC3214.2
025600     OPEN     OUTPUT PRINT-FILE.                                  NC3214.2
025700     OPEN     EXTEND SUITE-SUMMARY-FILE.                          NC3214.2
025800     IF       WS-SS-FILE-STATUS = "35"                            NC3214.2
025900              OPEN OUTPUT SUITE-SUMMARY-FILE                      NC3214.2
026000     END-IF.                                                      NC3214.2
026100     OPEN     EXTEND NEGATIVE-PATH-FILE.                          NC3214.2
026200     IF       WS-NP-FILE-STATUS = "35"                            NC3214.2
026300              OPEN OUTPUT NEGATIVE-PATH-FILE                      NC3214.2
026400     END-IF.                                                      NC3214.2
026500     MOVE WHEN-COMPILED TO WS-BUILD-ID.                           NC3214.2
026600     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.                       NC3214.2
026700     ACCEPT WS-START-TIME FROM TIME.                              NC3214.2
026800     MOVE WS-BUILD-ID TO H4-BUILD-ID.                             NC3214.2
026900     MOVE WS-RUN-DATE TO H4-RUN-DATE.                             NC3214.2
027000     OPEN     OUTPUT CSV-RESULTS-FILE.                            NC3214.2
027100     WRITE    CSV-RESULTS-REC FROM CSV-HEADER-REC.                NC3214.2
027200     MOVE CCVS-PGM-ID TO TEST-ID. MOVE CCVS-PGM-ID TO ID-AGAIN.   NC3214.2
027300     MOVE    SPACE TO TEST-RESULTS.                               NC3214.2
027400     PERFORM  HEAD-ROUTINE THRU COLUMN-NAMES-ROUTINE.             NC3214.2
027500     GO TO CCVS1-EXIT.                                            NC3214.2
027600 CLOSE-FILES.                                                     NC3214.2
027600     CALL     "CCVSHBT" USING CCVS-PGM-ID                         NC3214.2
027600              BY CONTENT "CLOSE".                                 NC3214.2
027700     ACCEPT WS-END-TIME FROM TIME.                                NC3214.2
027800     PERFORM END-ROUTINE THRU END-ROUTINE-13. CLOSE PRINT-FILE.   NC3214.2
027900     CLOSE    SUITE-SUMMARY-FILE.                                 NC3214.2
028000     CLOSE    NEGATIVE-PATH-FILE.                                 NC3214.2
028100     CLOSE    CSV-RESULTS-FILE.                                   NC3214.2
028200 TERMINATE-CCVS.                                                  NC3214.2
028300*S   EXIT PROGRAM.                                                NC3214.2
028400*SERMINATE-CALL.                                                  NC3214.2
028500     EVALUATE TRUE                                                NC3214.2
028600         WHEN ERROR-COUNTER NOT EQUAL TO ZERO                     NC3214.2
028700             MOVE 16 TO RETURN-CODE                               NC3214.2
028800         WHEN DELETE-COUNTER NOT EQUAL TO ZERO                    NC3214.2
028900             MOVE 8 TO RETURN-CODE                                NC3214.2
029000         WHEN INSPECT-COUNTER NOT EQUAL TO ZERO                   NC3214.2
029100             MOVE 4 TO RETURN-CODE                                NC3214.2
029200         WHEN OTHER                                               NC3214.2
029300             MOVE 0 TO RETURN-CODE                                NC3214.2
029400     END-EVALUATE.                                                NC3214.2
029500     STOP     RUN.                                                NC3214.2
029600 EXTRACT-ANSI-CLAUSE-NUM.                                         NC3214.2
029700     MOVE     SPACES TO ANSI-CLAUSE-NUM.                          NC3214.2
029800     MOVE     1 TO WS-ANSI-IDX.                                   NC3214.2
029900     PERFORM  UNTIL WS-ANSI-IDX > 48                              NC3214.2
030000         OR ANSI-REFERENCE (WS-ANSI-IDX:1) = SPACE                NC3214.2
030100         OR ANSI-REFERENCE (WS-ANSI-IDX:1) = ";"                  NC3214.2
030200         ADD 1 TO WS-ANSI-IDX                                     NC3214.2
030300     END-PERFORM.                                                 NC3214.2
030400     SUBTRACT 1 FROM WS-ANSI-IDX GIVING WS-ANSI-LEN.              NC3214.2
030500     IF       WS-ANSI-LEN > 0                                     NC3214.2
030600              MOVE ANSI-REFERENCE (1:WS-ANSI-LEN)                 NC3214.2
030700                      TO ANSI-CLAUSE-NUM                          NC3214.2
030800     END-IF.                                                      NC3214.2
030900 LOAD-X-CARD-PARMS.                                               NC3214.2
031000     OPEN     INPUT XCARD-PARM-FILE.                              NC3214.2
031100     IF       WS-XCARD-FSTATUS NOT = "35"                         NC3214.2
031200              PERFORM READ-XCARD-PARM-LINE                        NC3214.2
031300              PERFORM APPLY-XCARD-PARM-LINE                       NC3214.2
031400                      UNTIL WS-XCARD-EOF = "Y"                    NC3214.2
031500              CLOSE XCARD-PARM-FILE                               NC3214.2
031600     END-IF.                                                      NC3214.2
031700     MOVE     SPACE TO DUMMY-RECORD.                              NC3214.2
031700     STRING   "RANDOM SEED: " DELIMITED BY SIZE                   NC3214.2
031700              WS-RANDOM-SEED DELIMITED BY SIZE                    NC3214.2
031700              INTO DUMMY-RECORD.                                  NC3214.2
031700     CALL     "CCVSLOG" USING CCVS-PGM-ID                         NC3214.2
031700              DUMMY-RECORD.                                       NC3214.2
031700     MOVE     SPACE TO DUMMY-RECORD.                              NC3214.2
031800 READ-XCARD-PARM-LINE.                                            NC3214.2
031900     READ     XCARD-PARM-FILE INTO XCARD-PARM-REC                 NC3214.2
032000              AT END MOVE "Y" TO WS-XCARD-EOF.                    NC3214.2
032100 APPLY-XCARD-PARM-LINE.                                           NC3214.2
032200     UNSTRING XCARD-PARM-REC DELIMITED BY "="                     NC3214.2
032300              INTO WS-XCARD-CODE WS-XCARD-VALUE.                  NC3214.2
032400     EVALUATE WS-XCARD-CODE                                       NC3214.2
032500     WHEN "095" MOVE WS-XCARD-VALUE(1:3)                          NC3214.2
032600         TO WS-PAGE-LINES-ALPHA                                   NC3214.2
032700 WHEN "999" MOVE WS-XCARD-VALUE TO WS-RANDOM-SEED                 NC3214.2
032800         WHEN OTHER CONTINUE                                      NC3214.2
032900     END-EVALUATE.                                                NC3214.2
033000     PERFORM  READ-XCARD-PARM-LINE.                               NC3214.2
033100 INSPT. MOVE "INSPT" TO P-OR-F. ADD 1 TO INSPECT-COUNTER.         NC3214.2
033200 PASS.  MOVE "PASS " TO P-OR-F.  ADD 1 TO PASS-COUNTER.           NC3214.2
033300 FAIL.  MOVE "FAIL*" TO P-OR-F.  ADD 1 TO ERROR-COUNTER.          NC3214.2
033400 DE-LETE.  MOVE "*****" TO P-OR-F.  ADD 1 TO DELETE-COUNTER.      NC3214.2
033500     MOVE "****TEST DELETED****" TO RE-MARK.                      NC3214.2
033600 PRINT-DETAIL.                                                    NC3214.2
033700     IF REC-CT NOT EQUAL TO ZERO                                  NC3214.2
033800             MOVE "." TO PARDOT-X                                 NC3214.2
033900             MOVE REC-CT TO DOTVALUE.                             NC3214.2
034000     MOVE     TEST-RESULTS TO PRINT-REC. PERFORM WRITE-LINE.      NC3214.2
034100     PERFORM WRITE-CSV-LINE.                                      NC3214.2
034200     IF P-OR-F EQUAL TO "FAIL*"  PERFORM WRITE-LINE               NC3214.2
034300        PERFORM FAIL-ROUTINE THRU FAIL-ROUTINE-EX                 NC3214.2
034400          ELSE PERFORM BAIL-OUT THRU BAIL-OUT-EX.                 NC3214.2
034500     MOVE SPACE TO P-OR-F. MOVE SPACE TO COMPUTED-X.              NC3214.2
034600     MOVE SPACE TO CORRECT-X.                                     NC3214.2
034700     IF     REC-CT EQUAL TO ZERO  MOVE SPACE TO PAR-NAME.         NC3214.2
034800     MOVE     SPACE TO RE-MARK.                                   NC3214.2
034900 HEAD-ROUTINE.                                                    NC3214.2
035000     MOVE CCVS-H-1  TO DUMMY-RECORD. PERFORM WRITE-LINE 2 TIMES.  NC3214.2
035100     MOVE CCVS-H-2A TO DUMMY-RECORD. PERFORM WRITE-LINE 2 TIMES.  NC3214.2
035200     MOVE CCVS-H-2B TO DUMMY-RECORD. PERFORM WRITE-LINE 3 TIMES.  NC3214.2
035300     MOVE CCVS-H-3  TO DUMMY-RECORD. PERFORM WRITE-LINE 3 TIMES.  NC3214.2
035400     MOVE CCVS-H-4 TO DUMMY-RECORD. PERFORM WRITE-LINE.           NC3214.2
035500 COLUMN-NAMES-ROUTINE.                                            NC3214.2
035600     MOVE CCVS-C-1 TO DUMMY-RECORD. PERFORM WRITE-LINE.           NC3214.2
035700     MOVE CCVS-C-2 TO DUMMY-RECORD. PERFORM WRITE-LINE 2 TIMES.   NC3214.2
035800     MOVE HYPHEN-LINE TO DUMMY-RECORD. PERFORM WRITE-LINE.        NC3214.2
035900 END-ROUTINE.                                                     NC3214.2
036000     MOVE HYPHEN-LINE TO DUMMY-RECORD. PERFORM WRITE-LINE 5 TIMES.NC3214.2
036100 END-RTN-EXIT.                                                    NC3214.2
036200     MOVE CCVS-E-1 TO DUMMY-RECORD. PERFORM WRITE-LINE 2 TIMES.   NC3214.2
036300 END-ROUTINE-1.                                                   NC3214.2
036400      ADD ERROR-COUNTER TO ERROR-HOLD ADD INSPECT-COUNTER TO      NC3214.2
036500      ERROR-HOLD. ADD DELETE-COUNTER TO ERROR-HOLD.               NC3214.2
036600      ADD PASS-COUNTER TO ERROR-HOLD.                             NC3214.2
036700     MOVE SPACE TO SUITE-SUMMARY-REC.                             NC3214.2
036800     STRING CCVS-PGM-ID     DELIMITED BY SPACE ","                NC3214.2
036900            WS-BUILD-ID      DELIMITED BY SIZE  ","               NC3214.2
037000            WS-RUN-DATE      DELIMITED BY SIZE  ","               NC3214.2
037100            WS-START-TIME    DELIMITED BY SIZE  ","               NC3214.2
037200            WS-END-TIME      DELIMITED BY SIZE  ","               NC3214.2
037300            PASS-COUNTER    DELIMITED BY SIZE  ","                NC3214.2
037400            ERROR-COUNTER   DELIMITED BY SIZE  ","                NC3214.2
037500            DELETE-COUNTER DELIMITED BY SIZE  ","                 NC3214.2
037600            INSPECT-COUNTER DELIMITED BY SIZE                     NC3214.2
037700            INTO SUITE-SUMMARY-REC.                               NC3214.2
037800     WRITE SUITE-SUMMARY-REC.                                     NC3214.2
037900*     IF PASS-COUNTER EQUAL TO ERROR-HOLD GO TO END-ROUTINE-12.   NC3214.2
038000      MOVE PASS-COUNTER TO CCVS-E-4-1.                            NC3214.2
038100      MOVE ERROR-HOLD TO CCVS-E-4-2.                              NC3214.2
038200      MOVE CCVS-E-4 TO CCVS-E-2-2.                                NC3214.2
038300      MOVE CCVS-E-2 TO DUMMY-RECORD PERFORM WRITE-LINE.           NC3214.2
038400  END-ROUTINE-12.                                                 NC3214.2
038500      MOVE "TEST(S) FAILED" TO ENDER-DESC.                        NC3214.2
038600     IF       ERROR-COUNTER IS EQUAL TO ZERO                      NC3214.2
038700         MOVE "NO " TO ERROR-TOTAL                                NC3214.2
038800         ELSE                                                     NC3214.2
038900         MOVE ERROR-COUNTER TO ERROR-TOTAL.                       NC3214.2
039000     MOVE     CCVS-E-2 TO DUMMY-RECORD.                           NC3214.2
039100     PERFORM WRITE-LINE.                                          NC3214.2
039200 END-ROUTINE-13.                                                  NC3214.2
039300     IF DELETE-COUNTER IS EQUAL TO ZERO                           NC3214.2
039400         MOVE "NO " TO ERROR-TOTAL  ELSE                          NC3214.2
039500         MOVE DELETE-COUNTER TO ERROR-TOTAL.                      NC3214.2
039600     MOVE "TEST(S) DELETED     " TO ENDER-DESC.                   NC3214.2
039700     MOVE CCVS-E-2 TO DUMMY-RECORD. PERFORM WRITE-LINE.           NC3214.2
039800      IF   INSPECT-COUNTER EQUAL TO ZERO                          NC3214.2
039900          MOVE "NO " TO ERROR-TOTAL                               NC3214.2
040000      ELSE MOVE INSPECT-COUNTER TO ERROR-TOTAL.                   NC3214.2
040100      MOVE "TEST(S) REQUIRE INSPECTION" TO ENDER-DESC.            NC3214.2
040200      MOVE CCVS-E-2 TO DUMMY-RECORD. PERFORM WRITE-LINE.          NC3214.2
040300     MOVE CCVS-E-3 TO DUMMY-RECORD. PERFORM WRITE-LINE.           NC3214.2
040400 WRITE-LINE.                                                      NC3214.2
040500     ADD 1 TO RECORD-COUNT.                                       NC3214.2
040600     IF RECORD-COUNT GREATER WS-PAGE-LINES                        NC3214.2
040700         MOVE DUMMY-RECORD TO DUMMY-HOLD                          NC3214.2
040800         MOVE SPACE TO DUMMY-RECORD                               NC3214.2
040900         WRITE DUMMY-RECORD AFTER ADVANCING 1 LINES               NC3214.2
041000         MOVE CCVS-H-1  TO DUMMY-RECORD PERFORM WRT-LN 2 TIMES    NC3214.2
041100         MOVE CCVS-H-2A TO DUMMY-RECORD PERFORM WRT-LN 2 TIMES    NC3214.2
041200         MOVE CCVS-H-2B TO DUMMY-RECORD PERFORM WRT-LN 3 TIMES    NC3214.2
041300         MOVE CCVS-H-3  TO DUMMY-RECORD PERFORM WRT-LN 3 TIMES    NC3214.2
041400         MOVE CCVS-H-4 TO DUMMY-RECORD PERFORM WRT-LN             NC3214.2
041500         MOVE CCVS-C-1  TO DUMMY-RECORD PERFORM WRT-LN            NC3214.2
041600         MOVE CCVS-C-2  TO DUMMY-RECORD PERFORM WRT-LN            NC3214.2
041700         MOVE HYPHEN-LINE TO DUMMY-RECORD PERFORM WRT-LN          NC3214.2
041800         MOVE DUMMY-HOLD TO DUMMY-RECORD                          NC3214.2
041900         MOVE ZERO TO RECORD-COUNT.                               NC3214.2
042000     PERFORM WRT-LN.                                              NC3214.2
042100 WRT-LN.                                                          NC3214.2
042200     WRITE    DUMMY-RECORD AFTER ADVANCING 1 LINES.               NC3214.2
042300     MOVE SPACE TO DUMMY-RECORD.                                  NC3214.2
042400 DERIVE-FEATURE-CODE.                                             NC3214.2
042500         MOVE SPACES TO FEATURE-CODE.                             NC3214.2
042600         MOVE ZERO TO WS-FC-CNT.                                  NC3214.2
042700         INSPECT FEATURE TALLYING WS-FC-CNT                       NC3214.2
042800             FOR ALL "UNSTRING".                                  NC3214.2
042900         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                NC3214.2
043000             MOVE "UNSTRING" TO FEATURE-CODE.                     NC3214.2
043100         MOVE ZERO TO WS-FC-CNT.                                  NC3214.2
043200         INSPECT FEATURE TALLYING WS-FC-CNT                       NC3214.2
043300             FOR ALL "REWRITE".                                   NC3214.2
043400         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                NC3214.2
043500             MOVE "REWRITE" TO FEATURE-CODE.                      NC3214.2
043600         MOVE ZERO TO WS-FC-CNT.                                  NC3214.2
043700         INSPECT FEATURE TALLYING WS-FC-CNT                       NC3214.2
043800             FOR ALL "SORT".                                      NC3214.2
043900         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                NC3214.2
044000             MOVE "SORT" TO FEATURE-CODE.                         NC3214.2
044100         MOVE ZERO TO WS-FC-CNT.                                  NC3214.2
044200         INSPECT FEATURE TALLYING WS-FC-CNT                       NC3214.2
044300             FOR ALL "MERGE".                                     NC3214.2
044400         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                NC3214.2
044500             MOVE "MERGE" TO FEATURE-CODE.                        NC3214.2
044600         MOVE ZERO TO WS-FC-CNT.                                  NC3214.2
044700         INSPECT FEATURE TALLYING WS-FC-CNT                       NC3214.2
044800             FOR ALL "WRITE".                                     NC3214.2
044900         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                NC3214.2
045000             MOVE "WRITE" TO FEATURE-CODE.                        NC3214.2
045100         MOVE ZERO TO WS-FC-CNT.                                  NC3214.2
045200         INSPECT FEATURE TALLYING WS-FC-CNT                       NC3214.2
045300             FOR ALL "DELETE".                                    NC3214.2
045400         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                NC3214.2
045500             MOVE "DELETE" TO FEATURE-CODE.                       NC3214.2
045600         MOVE ZERO TO WS-FC-CNT.                                  NC3214.2
045700         INSPECT FEATURE TALLYING WS-FC-CNT                       NC3214.2
045800             FOR ALL "READ".                                      NC3214.2
045900         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                NC3214.2
046000             MOVE "READ" TO FEATURE-CODE.                         NC3214.2
046100         MOVE ZERO TO WS-FC-CNT.                                  NC3214.2
046200         INSPECT FEATURE TALLYING WS-FC-CNT                       NC3214.2
046300             FOR ALL "OPEN".                                      NC3214.2
046400         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                NC3214.2
046500             MOVE "OPEN" TO FEATURE-CODE.                         NC3214.2
046600         MOVE ZERO TO WS-FC-CNT.                                  NC3214.2
046700         INSPECT FEATURE TALLYING WS-FC-CNT                       NC3214.2
046800             FOR ALL "CLOSE".                                     NC3214.2
046900         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                NC3214.2
047000             MOVE "CLOSE" TO FEATURE-CODE.                        NC3214.2
047100         MOVE ZERO TO WS-FC-CNT.                                  NC3214.2
047200         INSPECT FEATURE TALLYING WS-FC-CNT                       NC3214.2
047300             FOR ALL "START".                                     NC3214.2
047400         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                NC3214.2
047500             MOVE "START" TO FEATURE-CODE.                        NC3214.2
047600         MOVE ZERO TO WS-FC-CNT.                                  NC3214.2
047700         INSPECT FEATURE TALLYING WS-FC-CNT                       NC3214.2
047800             FOR ALL "CALL".                                      NC3214.2
047900         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                NC3214.2
048000             MOVE "CALL" TO FEATURE-CODE.                         NC3214.2
048100         MOVE ZERO TO WS-FC-CNT.                                  NC3214.2
048200         INSPECT FEATURE TALLYING WS-FC-CNT                       NC3214.2
048300             FOR ALL "STRING".                                    NC3214.2
048400         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                NC3214.2
048500             MOVE "STRING" TO FEATURE-CODE.                       NC3214.2
048600         MOVE ZERO TO WS-FC-CNT.                                  NC3214.2
048700         INSPECT FEATURE TALLYING WS-FC-CNT                       NC3214.2
048800             FOR ALL "INSPECT".                                   NC3214.2
048900         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                NC3214.2
049000             MOVE "INSPECT" TO FEATURE-CODE.                      NC3214.2
049100         MOVE ZERO TO WS-FC-CNT.                                  NC3214.2
049200         INSPECT FEATURE TALLYING WS-FC-CNT                       NC3214.2
049300             FOR ALL "COPY".                                      NC3214.2
049400         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                NC3214.2
049500             MOVE "COPY" TO FEATURE-CODE.                         NC3214.2
049600         MOVE ZERO TO WS-FC-CNT.                                  NC3214.2
049700         INSPECT FEATURE TALLYING WS-FC-CNT                       NC3214.2
049800             FOR ALL "SEG".                                       NC3214.2
049900         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                NC3214.2
050000             MOVE "SEGMENT" TO FEATURE-CODE.                      NC3214.2
050100         MOVE ZERO TO WS-FC-CNT.                                  NC3214.2
050200         INSPECT FEATURE TALLYING WS-FC-CNT                       NC3214.2
050300             FOR ALL "KEY".                                       NC3214.2
050400         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                NC3214.2
050500             MOVE "KEY" TO FEATURE-CODE.                          NC3214.2
050600         MOVE ZERO TO WS-FC-CNT.                                  NC3214.2
050700         INSPECT FEATURE TALLYING WS-FC-CNT                       NC3214.2
050800             FOR ALL "COMPARE".                                   NC3214.2
050900         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                NC3214.2
051000             MOVE "COMPARE" TO FEATURE-CODE.                      NC3214.2
051100         MOVE ZERO TO WS-FC-CNT.                                  NC3214.2
051200         INSPECT FEATURE TALLYING WS-FC-CNT                       NC3214.2
051300             FOR ALL "CONDITION".                                 NC3214.2
051400         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                NC3214.2
051500             MOVE "COND" TO FEATURE-CODE.                         NC3214.2
051600         IF FEATURE-CODE = SPACE                                  NC3214.2
051700             MOVE "OTHER" TO FEATURE-CODE.                        NC3214.2
051800 WRITE-NEGATIVE-PATH-LINE.                                        NC3214.2
051900     MOVE SPACE TO NEGATIVE-PATH-REC.                             NC3214.2
052000     STRING CCVS-PGM-ID     DELIMITED BY SPACE ","                NC3214.2
052100            FEATURE         DELIMITED BY SIZE  ","                NC3214.2
052200            FEATURE-CODE    DELIMITED BY SPACE ","                NC3214.2
052300            PAR-NAME        DELIMITED BY SIZE  ","                NC3214.2
052400            P-OR-F          DELIMITED BY SPACE                    NC3214.2
052500            INTO NEGATIVE-PATH-REC.                               NC3214.2
052600     WRITE NEGATIVE-PATH-REC.                                     NC3214.2
052700 WRITE-CSV-LINE.                                                  NC3214.2
052800     PERFORM DERIVE-FEATURE-CODE.                                 NC3214.2
052900     MOVE SPACE TO CSV-RESULTS-REC.                               NC3214.2
053000     STRING CCVS-PGM-ID     DELIMITED BY SPACE ","                NC3214.2
053100            FEATURE         DELIMITED BY SIZE  ","                NC3214.2
053200            FEATURE-CODE    DELIMITED BY SPACE ","                NC3214.2
053300            PAR-NAME        DELIMITED BY SIZE  ","                NC3214.2
053400            P-OR-F          DELIMITED BY SPACE ","                NC3214.2
053500            PASS-COUNTER    DELIMITED BY SIZE  ","                NC3214.2
053600            ERROR-COUNTER   DELIMITED BY SIZE  ","                NC3214.2
053700            DELETE-COUNTER DELIMITED BY SIZE  ","                 NC3214.2
053800            INSPECT-COUNTER DELIMITED BY SIZE                     NC3214.2
053900            INTO CSV-RESULTS-REC.                                 NC3214.2
054000     WRITE CSV-RESULTS-REC.                                       NC3214.2
054100     IF P-OR-F = "*****" OR P-OR-F = "INSPT"                      NC3214.2
054200         PERFORM WRITE-NEGATIVE-PATH-LINE.                        NC3214.2
054300 BLANK-LINE-PRINT.                                                NC3214.2
054400     PERFORM WRT-LN.                                              NC3214.2
054500 FAIL-ROUTINE.                                                    NC3214.2
054600     PERFORM  EXTRACT-ANSI-CLAUSE-NUM.                            NC3214.2
054700     IF     COMPUTED-X NOT EQUAL TO SPACE                         NC3214.2
054800            GO TO   FAIL-ROUTINE-WRITE.                           NC3214.2
054900     IF     CORRECT-X NOT EQUAL TO SPACE GO TO FAIL-ROUTINE-WRITE.NC3214.2
055000     MOVE   ANSI-REFERENCE TO INF-ANSI-REFERENCE.                 NC3214.2
055100     MOVE  "NO FURTHER INFORMATION, SEE PROGRAM." TO INFO-TEXT.   NC3214.2
055200     MOVE   XXINFO TO DUMMY-RECORD. PERFORM WRITE-LINE 2 TIMES.   NC3214.2
055300     MOVE   SPACES TO INF-ANSI-REFERENCE.                         NC3214.2
055400     GO TO  FAIL-ROUTINE-EX.                                      NC3214.2
055500 FAIL-ROUTINE-WRITE.                                              NC3214.2
055600     MOVE   TEST-COMPUTED TO PRINT-REC PERFORM WRITE-LINE         NC3214.2
055700     MOVE   ANSI-REFERENCE TO COR-ANSI-REFERENCE.                 NC3214.2
055800     MOVE   TEST-CORRECT TO PRINT-REC PERFORM WRITE-LINE 2 TIMES. NC3214.2
055900     MOVE   SPACES TO COR-ANSI-REFERENCE.                         NC3214.2
056000 FAIL-ROUTINE-EX. EXIT.                                           NC3214.2
056100 BAIL-OUT.                                                        NC3214.2
056200     IF     COMPUTED-A NOT EQUAL TO SPACE GO TO BAIL-OUT-WRITE.   NC3214.2
056300     IF     CORRECT-A EQUAL TO SPACE GO TO BAIL-OUT-EX.           NC3214.2
056400 BAIL-OUT-WRITE.                                                  NC3214.2
056500     MOVE CORRECT-A TO XXCORRECT. MOVE COMPUTED-A TO XXCOMPUTED.  NC3214.2
056600     MOVE   ANSI-REFERENCE TO INF-ANSI-REFERENCE.                 NC3214.2
056700     MOVE   XXINFO TO DUMMY-RECORD. PERFORM WRITE-LINE 2 TIMES.   NC3214.2
056800     MOVE   SPACES TO INF-ANSI-REFERENCE.                         NC3214.2
056900 BAIL-OUT-EX. EXIT.                                               NC3214.2
057000 CCVS1-EXIT.                                                      NC3214.2
057100     EXIT.                                                        NC3214.2
057200 SECT-NC321A-001 SECTION.                                         NC3214.2
057300 EDM-INIT-321-1.                                                  NC3214.2
057400     MOVE     "SIMPLE INSERTION" TO FEATURE.                      NC3214.2
057500     MOVE     "VI-36 5.12.6.2 SIMPLE" TO ANSI-REFERENCE.          NC3214.2
057600 EDM-TEST-321-1.                                                  NC3214.2
057700*    ZERO INTO 99/999.99B0.                                       NC3214.2
057800     MOVE     "EDM-TEST-321-1" TO PAR-NAME.                       NC3214.2
057900     MOVE     EDM-ZERO TO EDM-SIMPLE.                             NC3214.2
058000     IF       EDM-SIMPLE = "00/000.00 0"                          NC3214.2
058100              PERFORM PASS                                        NC3214.2
058200              GO TO EDM-WRITE-321-1.                              NC3214.2
058300     MOVE     EDM-SIMPLE TO COMPUTED-A.                           NC3214.2
058400     MOVE     "00/000.00 0" TO CORRECT-A.                         NC3214.2
058500     MOVE     "WRONG EDITED IMAGE FOR ZERO" TO RE-MARK.           NC3214.2
058600     PERFORM  FAIL.                                               NC3214.2
058700 EDM-WRITE-321-1.                                                 NC3214.2
058800     PERFORM  PRINT-DETAIL.                                       NC3214.2
058900 EDM-TEST-321-2.                                                  NC3214.2
059000*    ONE INTO 99/999.99B0.                                        NC3214.2
059100     MOVE     "EDM-TEST-321-2" TO PAR-NAME.                       NC3214.2
059200     MOVE     EDM-ONE TO EDM-SIMPLE.                              NC3214.2
059300     IF       EDM-SIMPLE = "00/001.00 0"                          NC3214.2
059400              PERFORM PASS                                        NC3214.2
059500              GO TO EDM-WRITE-321-2.                              NC3214.2
059600     MOVE     EDM-SIMPLE TO COMPUTED-A.                           NC3214.2
059700     MOVE     "00/001.00 0" TO CORRECT-A.                         NC3214.2
059800     MOVE     "WRONG EDITED IMAGE FOR ONE" TO RE-MARK.            NC3214.2
059900     PERFORM  FAIL.                                               NC3214.2
060000 EDM-WRITE-321-2.                                                 NC3214.2
060100     PERFORM  PRINT-DETAIL.                                       NC3214.2
060200 EDM-TEST-321-3.                                                  NC3214.2
060300*    MAXIMUM INTO 99/999.99B0.                                    NC3214.2
060400     MOVE     "EDM-TEST-321-3" TO PAR-NAME.                       NC3214.2
060500     MOVE     EDM-MAX TO EDM-SIMPLE.                              NC3214.2
060600     IF       EDM-SIMPLE = "99/999.99 0"                          NC3214.2
060700              PERFORM PASS                                        NC3214.2
060800              GO TO EDM-WRITE-321-3.                              NC3214.2
060900     MOVE     EDM-SIMPLE TO COMPUTED-A.                           NC3214.2
061000     MOVE     "99/999.99 0" TO CORRECT-A.                         NC3214.2
061100     MOVE     "WRONG EDITED IMAGE FOR MAXIMUM" TO RE-MARK.        NC3214.2
061200     PERFORM  FAIL.                                               NC3214.2
061300 EDM-WRITE-321-3.                                                 NC3214.2
061400     PERFORM  PRINT-DETAIL.                                       NC3214.2
061500 EDM-TEST-321-4.                                                  NC3214.2
061600*    NEGATIVE INTO 99/999.99B0.                                   NC3214.2
061700     MOVE     "EDM-TEST-321-4" TO PAR-NAME.                       NC3214.2
061800     MOVE     EDM-NEG TO EDM-SIMPLE.                              NC3214.2
061900     IF       EDM-SIMPLE = "01/234.56 0"                          NC3214.2
062000              PERFORM PASS                                        NC3214.2
062100              GO TO EDM-WRITE-321-4.                              NC3214.2
062200     MOVE     EDM-SIMPLE TO COMPUTED-A.                           NC3214.2
062300     MOVE     "01/234.56 0" TO CORRECT-A.                         NC3214.2
062400     MOVE     "WRONG EDITED IMAGE FOR NEGATIVE" TO RE-MARK.       NC3214.2
062500     PERFORM  FAIL.                                               NC3214.2
062600 EDM-WRITE-321-4.                                                 NC3214.2
062700     PERFORM  PRINT-DETAIL.                                       NC3214.2
062800 EDM-TEST-321-5.                                                  NC3214.2
062900*    MINUS ONE INTO 99/999.99B0.                                  NC3214.2
063000     MOVE     "EDM-TEST-321-5" TO PAR-NAME.                       NC3214.2
063100     MOVE     EDM-NEG-ONE TO EDM-SIMPLE.                          NC3214.2
063200     IF       EDM-SIMPLE = "00/001.00 0"                          NC3214.2
063300              PERFORM PASS                                        NC3214.2
063400              GO TO EDM-WRITE-321-5.                              NC3214.2
063500     MOVE     EDM-SIMPLE TO COMPUTED-A.                           NC3214.2
063600     MOVE     "00/001.00 0" TO CORRECT-A.                         NC3214.2
063700     MOVE     "WRONG EDITED IMAGE FOR MINUS ONE" TO RE-MARK.      NC3214.2
063800     PERFORM  FAIL.                                               NC3214.2
063900 EDM-WRITE-321-5.                                                 NC3214.2
064000     PERFORM  PRINT-DETAIL.                                       NC3214.2
064100 EDM-INIT-321-2.                                                  NC3214.2
064200     MOVE     "FIXED INSERTION" TO FEATURE.                       NC3214.2
064300     MOVE     "VI-37 5.12.6.4 FIXED" TO ANSI-REFERENCE.           NC3214.2
064400 EDM-TEST-321-6.                                                  NC3214.2
064500*    ZERO INTO +99999.99.                                         NC3214.2
064600     MOVE     "EDM-TEST-321-6" TO PAR-NAME.                       NC3214.2
064700     MOVE     EDM-ZERO TO EDM-PLUS-FIX.                           NC3214.2
064800     IF       EDM-PLUS-FIX = "+00000.00"                          NC3214.2
064900              PERFORM PASS                                        NC3214.2
065000              GO TO EDM-WRITE-321-6.                              NC3214.2
065100     MOVE     EDM-PLUS-FIX TO COMPUTED-A.                         NC3214.2
065200     MOVE     "+00000.00" TO CORRECT-A.                           NC3214.2
065300     MOVE     "WRONG EDITED IMAGE FOR ZERO" TO RE-MARK.           NC3214.2
065400     PERFORM  FAIL.                                               NC3214.2
065500 EDM-WRITE-321-6.                                                 NC3214.2
065600     PERFORM  PRINT-DETAIL.                                       NC3214.2
065700 EDM-TEST-321-7.                                                  NC3214.2
065800*    ONE INTO +99999.99.                                          NC3214.2
065900     MOVE     "EDM-TEST-321-7" TO PAR-NAME.                       NC3214.2
066000     MOVE     EDM-ONE TO EDM-PLUS-FIX.                            NC3214.2
066100     IF       EDM-PLUS-FIX = "+00001.00"                          NC3214.2
066200              PERFORM PASS                                        NC3214.2
066300              GO TO EDM-WRITE-321-7.                              NC3214.2
066400     MOVE     EDM-PLUS-FIX TO COMPUTED-A.                         NC3214.2
066500     MOVE     "+00001.00" TO CORRECT-A.                           NC3214.2
066600     MOVE     "WRONG EDITED IMAGE FOR ONE" TO RE-MARK.            NC3214.2
066700     PERFORM  FAIL.                                               NC3214.2
066800 EDM-WRITE-321-7.                                                 NC3214.2
066900     PERFORM  PRINT-DETAIL.                                       NC3214.2
067000 EDM-TEST-321-8.                                                  NC3214.2
067100*    MAXIMUM INTO +99999.99.                                      NC3214.2
067200     MOVE     "EDM-TEST-321-8" TO PAR-NAME.                       NC3214.2
067300     MOVE     EDM-MAX TO EDM-PLUS-FIX.                            NC3214.2
067400     IF       EDM-PLUS-FIX = "+99999.99"                          NC3214.2
067500              PERFORM PASS                                        NC3214.2
067600              GO TO EDM-WRITE-321-8.                              NC3214.2
067700     MOVE     EDM-PLUS-FIX TO COMPUTED-A.                         NC3214.2
067800     MOVE     "+99999.99" TO CORRECT-A.                           NC3214.2
067900     MOVE     "WRONG EDITED IMAGE FOR MAXIMUM" TO RE-MARK.        NC3214.2
068000     PERFORM  FAIL.                                               NC3214.2
068100 EDM-WRITE-321-8.                                                 NC3214.2
068200     PERFORM  PRINT-DETAIL.                                       NC3214.2
068300 EDM-TEST-321-9.                                                  NC3214.2
068400*    NEGATIVE INTO +99999.99.                                     NC3214.2
068500     MOVE     "EDM-TEST-321-9" TO PAR-NAME.                       NC3214.2
068600     MOVE     EDM-NEG TO EDM-PLUS-FIX.                            NC3214.2
068700     IF       EDM-PLUS-FIX = "-01234.56"                          NC3214.2
068800              PERFORM PASS                                        NC3214.2
068900              GO TO EDM-WRITE-321-9.                              NC3214.2
069000     MOVE     EDM-PLUS-FIX TO COMPUTED-A.                         NC3214.2
069100     MOVE     "-01234.56" TO CORRECT-A.                           NC3214.2
069200     MOVE     "WRONG EDITED IMAGE FOR NEGATIVE" TO RE-MARK.       NC3214.2
069300     PERFORM  FAIL.                                               NC3214.2
069400 EDM-WRITE-321-9.                                                 NC3214.2
069500     PERFORM  PRINT-DETAIL.                                       NC3214.2
069600 EDM-TEST-321-10.                                                 NC3214.2
069700*    MINUS ONE INTO +99999.99.                                    NC3214.2
069800     MOVE     "EDM-TEST-321-10" TO PAR-NAME.                      NC3214.2
069900     MOVE     EDM-NEG-ONE TO EDM-PLUS-FIX.                        NC3214.2
070000     IF       EDM-PLUS-FIX = "-00001.00"                          NC3214.2
070100              PERFORM PASS                                        NC3214.2
070200              GO TO EDM-WRITE-321-10.                             NC3214.2
070300     MOVE     EDM-PLUS-FIX TO COMPUTED-A.                         NC3214.2
070400     MOVE     "-00001.00" TO CORRECT-A.                           NC3214.2
070500     MOVE     "WRONG EDITED IMAGE FOR MINUS ONE" TO RE-MARK.      NC3214.2
070600     PERFORM  FAIL.                                               NC3214.2
070700 EDM-WRITE-321-10.                                                NC3214.2
070800     PERFORM  PRINT-DETAIL.                                       NC3214.2
070900 EDM-TEST-321-11.                                                 NC3214.2
071000*    ZERO INTO 99999.99-.                                         NC3214.2
071100     MOVE     "EDM-TEST-321-11" TO PAR-NAME.                      NC3214.2
071200     MOVE     EDM-ZERO TO EDM-MINUS-FIX.                          NC3214.2
071300     IF       EDM-MINUS-FIX = "00000.00 "                         NC3214.2
071400              PERFORM PASS                                        NC3214.2
071500              GO TO EDM-WRITE-321-11.                             NC3214.2
071600     MOVE     EDM-MINUS-FIX TO COMPUTED-A.                        NC3214.2
071700     MOVE     "00000.00 " TO CORRECT-A.                           NC3214.2
071800     MOVE     "WRONG EDITED IMAGE FOR ZERO" TO RE-MARK.           NC3214.2
071900     PERFORM  FAIL.                                               NC3214.2
072000 EDM-WRITE-321-11.                                                NC3214.2
072100     PERFORM  PRINT-DETAIL.                                       NC3214.2
072200 EDM-TEST-321-12.                                                 NC3214.2
072300*    ONE INTO 99999.99-.                                          NC3214.2
072400     MOVE     "EDM-TEST-321-12" TO PAR-NAME.                      NC3214.2
072500     MOVE     EDM-ONE TO EDM-MINUS-FIX.                           NC3214.2
072600     IF       EDM-MINUS-FIX = "00001.00 "                         NC3214.2
072700              PERFORM PASS                                        NC3214.2
072800              GO TO EDM-WRITE-321-12.                             NC3214.2
072900     MOVE     EDM-MINUS-FIX TO COMPUTED-A.                        NC3214.2
073000     MOVE     "00001.00 " TO CORRECT-A.                           NC3214.2
073100     MOVE     "WRONG EDITED IMAGE FOR ONE" TO RE-MARK.            NC3214.2
073200     PERFORM  FAIL.                                               NC3214.2
073300 EDM-WRITE-321-12.                                                NC3214.2
073400     PERFORM  PRINT-DETAIL.                                       NC3214.2
073500 EDM-TEST-321-13.                                                 NC3214.2
073600*    MAXIMUM INTO 99999.99-.                                      NC3214.2
073700     MOVE     "EDM-TEST-321-13" TO PAR-NAME.                      NC3214.2
073800     MOVE     EDM-MAX TO EDM-MINUS-FIX.                           NC3214.2
073900     IF       EDM-MINUS-FIX = "99999.99 "                         NC3214.2
074000              PERFORM PASS                                        NC3214.2
074100              GO TO EDM-WRITE-321-13.                             NC3214.2
074200     MOVE     EDM-MINUS-FIX TO COMPUTED-A.                        NC3214.2
074300     MOVE     "99999.99 " TO CORRECT-A.                           NC3214.2
074400     MOVE     "WRONG EDITED IMAGE FOR MAXIMUM" TO RE-MARK.        NC3214.2
074500     PERFORM  FAIL.                                               NC3214.2
074600 EDM-WRITE-321-13.                                                NC3214.2
074700     PERFORM  PRINT-DETAIL.                                       NC3214.2
074800 EDM-TEST-321-14.                                                 NC3214.2
074900*    NEGATIVE INTO 99999.99-.                                     NC3214.2
075000     MOVE     "EDM-TEST-321-14" TO PAR-NAME.                      NC3214.2
075100     MOVE     EDM-NEG TO EDM-MINUS-FIX.                           NC3214.2
075200     IF       EDM-MINUS-FIX = "01234.56-"                         NC3214.2
075300              PERFORM PASS                                        NC3214.2
075400              GO TO EDM-WRITE-321-14.                             NC3214.2
075500     MOVE     EDM-MINUS-FIX TO COMPUTED-A.                        NC3214.2
075600     MOVE     "01234.56-" TO CORRECT-A.                           NC3214.2
075700     MOVE     "WRONG EDITED IMAGE FOR NEGATIVE" TO RE-MARK.       NC3214.2
075800     PERFORM  FAIL.                                               NC3214.2
075900 EDM-WRITE-321-14.                                                NC3214.2
076000     PERFORM  PRINT-DETAIL.                                       NC3214.2
076100 EDM-TEST-321-15.                                                 NC3214.2
076200*    MINUS ONE INTO 99999.99-.                                    NC3214.2
076300     MOVE     "EDM-TEST-321-15" TO PAR-NAME.                      NC3214.2
076400     MOVE     EDM-NEG-ONE TO EDM-MINUS-FIX.                       NC3214.2
076500     IF       EDM-MINUS-FIX = "00001.00-"                         NC3214.2
076600              PERFORM PASS                                        NC3214.2
076700              GO TO EDM-WRITE-321-15.                             NC3214.2
076800     MOVE     EDM-MINUS-FIX TO COMPUTED-A.                        NC3214.2
076900     MOVE     "00001.00-" TO CORRECT-A.                           NC3214.2
077000     MOVE     "WRONG EDITED IMAGE FOR MINUS ONE" TO RE-MARK.      NC3214.2
077100     PERFORM  FAIL.                                               NC3214.2
077200 EDM-WRITE-321-15.                                                NC3214.2
077300     PERFORM  PRINT-DETAIL.                                       NC3214.2
077400 EDM-TEST-321-16.                                                 NC3214.2
077500*    ZERO INTO $99999.99.                                         NC3214.2
077600     MOVE     "EDM-TEST-321-16" TO PAR-NAME.                      NC3214.2
077700     MOVE     EDM-ZERO TO EDM-CURR-FIX.                           NC3214.2
077800     IF       EDM-CURR-FIX = "$00000.00"                          NC3214.2
077900              PERFORM PASS                                        NC3214.2
078000              GO TO EDM-WRITE-321-16.                             NC3214.2
078100     MOVE     EDM-CURR-FIX TO COMPUTED-A.                         NC3214.2
078200     MOVE     "$00000.00" TO CORRECT-A.                           NC3214.2
078300     MOVE     "WRONG EDITED IMAGE FOR ZERO" TO RE-MARK.           NC3214.2
078400     PERFORM  FAIL.                                               NC3214.2
078500 EDM-WRITE-321-16.                                                NC3214.2
078600     PERFORM  PRINT-DETAIL.                                       NC3214.2
078700 EDM-TEST-321-17.                                                 NC3214.2
078800*    ONE INTO $99999.99.                                          NC3214.2
078900     MOVE     "EDM-TEST-321-17" TO PAR-NAME.                      NC3214.2
079000     MOVE     EDM-ONE TO EDM-CURR-FIX.                            NC3214.2
079100     IF       EDM-CURR-FIX = "$00001.00"                          NC3214.2
079200              PERFORM PASS                                        NC3214.2
079300              GO TO EDM-WRITE-321-17.                             NC3214.2
079400     MOVE     EDM-CURR-FIX TO COMPUTED-A.                         NC3214.2
079500     MOVE     "$00001.00" TO CORRECT-A.                           NC3214.2
079600     MOVE     "WRONG EDITED IMAGE FOR ONE" TO RE-MARK.            NC3214.2
079700     PERFORM  FAIL.                                               NC3214.2
079800 EDM-WRITE-321-17.                                                NC3214.2
079900     PERFORM  PRINT-DETAIL.                                       NC3214.2
080000 EDM-TEST-321-18.                                                 NC3214.2
080100*    MAXIMUM INTO $99999.99.                                      NC3214.2
080200     MOVE     "EDM-TEST-321-18" TO PAR-NAME.                      NC3214.2
080300     MOVE     EDM-MAX TO EDM-CURR-FIX.                            NC3214.2
080400     IF       EDM-CURR-FIX = "$99999.99"                          NC3214.2
080500              PERFORM PASS                                        NC3214.2
080600              GO TO EDM-WRITE-321-18.                             NC3214.2
080700     MOVE     EDM-CURR-FIX TO COMPUTED-A.                         NC3214.2
080800     MOVE     "$99999.99" TO CORRECT-A.                           NC3214.2
080900     MOVE     "WRONG EDITED IMAGE FOR MAXIMUM" TO RE-MARK.        NC3214.2
081000     PERFORM  FAIL.                                               NC3214.2
081100 EDM-WRITE-321-18.                                                NC3214.2
081200     PERFORM  PRINT-DETAIL.                                       NC3214.2
081300 EDM-TEST-321-19.                                                 NC3214.2
081400*    NEGATIVE INTO $99999.99.                                     NC3214.2
081500     MOVE     "EDM-TEST-321-19" TO PAR-NAME.                      NC3214.2
081600     MOVE     EDM-NEG TO EDM-CURR-FIX.                            NC3214.2
081700     IF       EDM-CURR-FIX = "$01234.56"                          NC3214.2
081800              PERFORM PASS                                        NC3214.2
081900              GO TO EDM-WRITE-321-19.                             NC3214.2
082000     MOVE     EDM-CURR-FIX TO COMPUTED-A.                         NC3214.2
082100     MOVE     "$01234.56" TO CORRECT-A.                           NC3214.2
082200     MOVE     "WRONG EDITED IMAGE FOR NEGATIVE" TO RE-MARK.       NC3214.2
082300     PERFORM  FAIL.                                               NC3214.2
082400 EDM-WRITE-321-19.                                                NC3214.2
082500     PERFORM  PRINT-DETAIL.                                       NC3214.2
082600 EDM-TEST-321-20.                                                 NC3214.2
082700*    MINUS ONE INTO $99999.99.                                    NC3214.2
082800     MOVE     "EDM-TEST-321-20" TO PAR-NAME.                      NC3214.2
082900     MOVE     EDM-NEG-ONE TO EDM-CURR-FIX.                        NC3214.2
083000     IF       EDM-CURR-FIX = "$00001.00"                          NC3214.2
083100              PERFORM PASS                                        NC3214.2
083200              GO TO EDM-WRITE-321-20.                             NC3214.2
083300     MOVE     EDM-CURR-FIX TO COMPUTED-A.                         NC3214.2
083400     MOVE     "$00001.00" TO CORRECT-A.                           NC3214.2
083500     MOVE     "WRONG EDITED IMAGE FOR MINUS ONE" TO RE-MARK.      NC3214.2
083600     PERFORM  FAIL.                                               NC3214.2
083700 EDM-WRITE-321-20.                                                NC3214.2
083800     PERFORM  PRINT-DETAIL.                                       NC3214.2
083900 EDM-INIT-321-3.                                                  NC3214.2
084000     MOVE     "CR/DB SIGN" TO FEATURE.                            NC3214.2
084100     MOVE     "VI-37 5.12.6.4 CR DB" TO ANSI-REFERENCE.           NC3214.2
084200 EDM-TEST-321-21.                                                 NC3214.2
084300*    ZERO INTO 99999.99CR.                                        NC3214.2
084400     MOVE     "EDM-TEST-321-21" TO PAR-NAME.                      NC3214.2
084500     MOVE     EDM-ZERO TO EDM-CR.                                 NC3214.2
084600     IF       EDM-CR = "00000.00  "                               NC3214.2
084700              PERFORM PASS                                        NC3214.2
084800              GO TO EDM-WRITE-321-21.                             NC3214.2
084900     MOVE     EDM-CR TO COMPUTED-A.                               NC3214.2
085000     MOVE     "00000.00  " TO CORRECT-A.                          NC3214.2
085100     MOVE     "WRONG EDITED IMAGE FOR ZERO" TO RE-MARK.           NC3214.2
085200     PERFORM  FAIL.                                               NC3214.2
085300 EDM-WRITE-321-21.                                                NC3214.2
085400     PERFORM  PRINT-DETAIL.                                       NC3214.2
085500 EDM-TEST-321-22.                                                 NC3214.2
085600*    ONE INTO 99999.99CR.                                         NC3214.2
085700     MOVE     "EDM-TEST-321-22" TO PAR-NAME.                      NC3214.2
085800     MOVE     EDM-ONE TO EDM-CR.                                  NC3214.2
085900     IF       EDM-CR = "00001.00  "                               NC3214.2
086000              PERFORM PASS                                        NC3214.2
086100              GO TO EDM-WRITE-321-22.                             NC3214.2
086200     MOVE     EDM-CR TO COMPUTED-A.                               NC3214.2
086300     MOVE     "00001.00  " TO CORRECT-A.                          NC3214.2
086400     MOVE     "WRONG EDITED IMAGE FOR ONE" TO RE-MARK.            NC3214.2
086500     PERFORM  FAIL.                                               NC3214.2
086600 EDM-WRITE-321-22.                                                NC3214.2
086700     PERFORM  PRINT-DETAIL.                                       NC3214.2
086800 EDM-TEST-321-23.                                                 NC3214.2
086900*    MAXIMUM INTO 99999.99CR.                                     NC3214.2
087000     MOVE     "EDM-TEST-321-23" TO PAR-NAME.                      NC3214.2
087100     MOVE     EDM-MAX TO EDM-CR.                                  NC3214.2
087200     IF       EDM-CR = "99999.99  "                               NC3214.2
087300              PERFORM PASS                                        NC3214.2
087400              GO TO EDM-WRITE-321-23.                             NC3214.2
087500     MOVE     EDM-CR TO COMPUTED-A.                               NC3214.2
087600     MOVE     "99999.99  " TO CORRECT-A.                          NC3214.2
087700     MOVE     "WRONG EDITED IMAGE FOR MAXIMUM" TO RE-MARK.        NC3214.2
087800     PERFORM  FAIL.                                               NC3214.2
087900 EDM-WRITE-321-23.                                                NC3214.2
088000     PERFORM  PRINT-DETAIL.                                       NC3214.2
088100 EDM-TEST-321-24.                                                 NC3214.2
088200*    NEGATIVE INTO 99999.99CR.                                    NC3214.2
088300     MOVE     "EDM-TEST-321-24" TO PAR-NAME.                      NC3214.2
088400     MOVE     EDM-NEG TO EDM-CR.                                  NC3214.2
088500     IF       EDM-CR = "01234.56CR"                               NC3214.2
088600              PERFORM PASS                                        NC3214.2
088700              GO TO EDM-WRITE-321-24.                             NC3214.2
088800     MOVE     EDM-CR TO COMPUTED-A.                               NC3214.2
088900     MOVE     "01234.56CR" TO CORRECT-A.                          NC3214.2
089000     MOVE     "WRONG EDITED IMAGE FOR NEGATIVE" TO RE-MARK.       NC3214.2
089100     PERFORM  FAIL.                                               NC3214.2
089200 EDM-WRITE-321-24.                                                NC3214.2
089300     PERFORM  PRINT-DETAIL.                                       NC3214.2
089400 EDM-TEST-321-25.                                                 NC3214.2
089500*    MINUS ONE INTO 99999.99CR.                                   NC3214.2
089600     MOVE     "EDM-TEST-321-25" TO PAR-NAME.                      NC3214.2
089700     MOVE     EDM-NEG-ONE TO EDM-CR.                              NC3214.2
089800     IF       EDM-CR = "00001.00CR"                               NC3214.2
089900              PERFORM PASS                                        NC3214.2
090000              GO TO EDM-WRITE-321-25.                             NC3214.2
090100     MOVE     EDM-CR TO COMPUTED-A.                               NC3214.2
090200     MOVE     "00001.00CR" TO CORRECT-A.                          NC3214.2
090300     MOVE     "WRONG EDITED IMAGE FOR MINUS ONE" TO RE-MARK.      NC3214.2
090400     PERFORM  FAIL.                                               NC3214.2
090500 EDM-WRITE-321-25.                                                NC3214.2
090600     PERFORM  PRINT-DETAIL.                                       NC3214.2
090700 EDM-TEST-321-26.                                                 NC3214.2
090800*    ZERO INTO 99999.99DB.                                        NC3214.2
090900     MOVE     "EDM-TEST-321-26" TO PAR-NAME.                      NC3214.2
091000     MOVE     EDM-ZERO TO EDM-DB.                                 NC3214.2
091100     IF       EDM-DB = "00000.00  "                               NC3214.2
091200              PERFORM PASS                                        NC3214.2
091300              GO TO EDM-WRITE-321-26.                             NC3214.2
091400     MOVE     EDM-DB TO COMPUTED-A.                               NC3214.2
091500     MOVE     "00000.00  " TO CORRECT-A.                          NC3214.2
091600     MOVE     "WRONG EDITED IMAGE FOR ZERO" TO RE-MARK.           NC3214.2
091700     PERFORM  FAIL.                                               NC3214.2
091800 EDM-WRITE-321-26.                                                NC3214.2
091900     PERFORM  PRINT-DETAIL.                                       NC3214.2
092000 EDM-TEST-321-27.                                                 NC3214.2
092100*    ONE INTO 99999.99DB.                                         NC3214.2
092200     MOVE     "EDM-TEST-321-27" TO PAR-NAME.                      NC3214.2
092300     MOVE     EDM-ONE TO EDM-DB.                                  NC3214.2
092400     IF       EDM-DB = "00001.00  "                               NC3214.2
092500              PERFORM PASS                                        NC3214.2
092600              GO TO EDM-WRITE-321-27.                             NC3214.2
092700     MOVE     EDM-DB TO COMPUTED-A.                               NC3214.2
092800     MOVE     "00001.00  " TO CORRECT-A.                          NC3214.2
092900     MOVE     "WRONG EDITED IMAGE FOR ONE" TO RE-MARK.            NC3214.2
093000     PERFORM  FAIL.                                               NC3214.2
093100 EDM-WRITE-321-27.                                                NC3214.2
093200     PERFORM  PRINT-DETAIL.                                       NC3214.2
093300 EDM-TEST-321-28.                                                 NC3214.2
093400*    MAXIMUM INTO 99999.99DB.                                     NC3214.2
093500     MOVE     "EDM-TEST-321-28" TO PAR-NAME.                      NC3214.2
093600     MOVE     EDM-MAX TO EDM-DB.                                  NC3214.2
093700     IF       EDM-DB = "99999.99  "                               NC3214.2
093800              PERFORM PASS                                        NC3214.2
093900              GO TO EDM-WRITE-321-28.                             NC3214.2
094000     MOVE     EDM-DB TO COMPUTED-A.                               NC3214.2
094100     MOVE     "99999.99  " TO CORRECT-A.                          NC3214.2
094200     MOVE     "WRONG EDITED IMAGE FOR MAXIMUM" TO RE-MARK.        NC3214.2
094300     PERFORM  FAIL.                                               NC3214.2
094400 EDM-WRITE-321-28.                                                NC3214.2
094500     PERFORM  PRINT-DETAIL.                                       NC3214.2
094600 EDM-TEST-321-29.                                                 NC3214.2
094700*    NEGATIVE INTO 99999.99DB.                                    NC3214.2
094800     MOVE     "EDM-TEST-321-29" TO PAR-NAME.                      NC3214.2
094900     MOVE     EDM-NEG TO EDM-DB.                                  NC3214.2
095000     IF       EDM-DB = "01234.56DB"                               NC3214.2
095100              PERFORM PASS                                        NC3214.2
095200              GO TO EDM-WRITE-321-29.                             NC3214.2
095300     MOVE     EDM-DB TO COMPUTED-A.                               NC3214.2
095400     MOVE     "01234.56DB" TO CORRECT-A.                          NC3214.2
095500     MOVE     "WRONG EDITED IMAGE FOR NEGATIVE" TO RE-MARK.       NC3214.2
095600     PERFORM  FAIL.                                               NC3214.2
095700 EDM-WRITE-321-29.                                                NC3214.2
095800     PERFORM  PRINT-DETAIL.                                       NC3214.2
095900 EDM-TEST-321-30.                                                 NC3214.2
096000*    MINUS ONE INTO 99999.99DB.                                   NC3214.2
096100     MOVE     "EDM-TEST-321-30" TO PAR-NAME.                      NC3214.2
096200     MOVE     EDM-NEG-ONE TO EDM-DB.                              NC3214.2
096300     IF       EDM-DB = "00001.00DB"                               NC3214.2
096400              PERFORM PASS                                        NC3214.2
096500              GO TO EDM-WRITE-321-30.                             NC3214.2
096600     MOVE     EDM-DB TO COMPUTED-A.                               NC3214.2
096700     MOVE     "00001.00DB" TO CORRECT-A.                          NC3214.2
096800     MOVE     "WRONG EDITED IMAGE FOR MINUS ONE" TO RE-MARK.      NC3214.2
096900     PERFORM  FAIL.                                               NC3214.2
097000 EDM-WRITE-321-30.                                                NC3214.2
097100     PERFORM  PRINT-DETAIL.                                       NC3214.2
097200 EDM-INIT-321-4.                                                  NC3214.2
097300     MOVE     "FLOATING INSERTION" TO FEATURE.                    NC3214.2
097400     MOVE     "VI-37 5.12.6.5 FLOAT" TO ANSI-REFERENCE.           NC3214.2
097500 EDM-TEST-321-31.                                                 NC3214.2
097600*    ZERO INTO $$$,$$9.99.                                        NC3214.2
097700     MOVE     "EDM-TEST-321-31" TO PAR-NAME.                      NC3214.2
097800     MOVE     EDM-ZERO TO EDM-CURR-FLT.                           NC3214.2
097900     IF       EDM-CURR-FLT = "     $0.00"                         NC3214.2
098000              PERFORM PASS                                        NC3214.2
098100              GO TO EDM-WRITE-321-31.                             NC3214.2
098200     MOVE     EDM-CURR-FLT TO COMPUTED-A.                         NC3214.2
098300     MOVE     "     $0.00" TO CORRECT-A.                          NC3214.2
098400     MOVE     "WRONG EDITED IMAGE FOR ZERO" TO RE-MARK.           NC3214.2
098500     PERFORM  FAIL.                                               NC3214.2
098600 EDM-WRITE-321-31.                                                NC3214.2
098700     PERFORM  PRINT-DETAIL.                                       NC3214.2
098800 EDM-TEST-321-32.                                                 NC3214.2
098900*    ONE INTO $$$,$$9.99.                                         NC3214.2
099000     MOVE     "EDM-TEST-321-32" TO PAR-NAME.                      NC3214.2
099100     MOVE     EDM-ONE TO EDM-CURR-FLT.                            NC3214.2
099200     IF       EDM-CURR-FLT = "     $1.00"                         NC3214.2
099300              PERFORM PASS                                        NC3214.2
099400              GO TO EDM-WRITE-321-32.                             NC3214.2
099500     MOVE     EDM-CURR-FLT TO COMPUTED-A.                         NC3214.2
099600     MOVE     "     $1.00" TO CORRECT-A.                          NC3214.2
099700     MOVE     "WRONG EDITED IMAGE FOR ONE" TO RE-MARK.            NC3214.2
099800     PERFORM  FAIL.                                               NC3214.2
099900 EDM-WRITE-321-32.                                                NC3214.2
100000     PERFORM  PRINT-DETAIL.                                       NC3214.2
100100 EDM-TEST-321-33.                                                 NC3214.2
100200*    MAXIMUM INTO $$$,$$9.99.                                     NC3214.2
100300     MOVE     "EDM-TEST-321-33" TO PAR-NAME.                      NC3214.2
100400     MOVE     EDM-MAX TO EDM-CURR-FLT.                            NC3214.2
100500     IF       EDM-CURR-FLT = "$99,999.99"                         NC3214.2
100600              PERFORM PASS                                        NC3214.2
100700              GO TO EDM-WRITE-321-33.                             NC3214.2
100800     MOVE     EDM-CURR-FLT TO COMPUTED-A.                         NC3214.2
100900     MOVE     "$99,999.99" TO CORRECT-A.                          NC3214.2
101000     MOVE     "WRONG EDITED IMAGE FOR MAXIMUM" TO RE-MARK.        NC3214.2
101100     PERFORM  FAIL.                                               NC3214.2
101200 EDM-WRITE-321-33.                                                NC3214.2
101300     PERFORM  PRINT-DETAIL.                                       NC3214.2
101400 EDM-TEST-321-34.                                                 NC3214.2
101500*    NEGATIVE INTO $$$,$$9.99.                                    NC3214.2
101600     MOVE     "EDM-TEST-321-34" TO PAR-NAME.                      NC3214.2
101700     MOVE     EDM-NEG TO EDM-CURR-FLT.                            NC3214.2
101800     IF       EDM-CURR-FLT = " $1,234.56"                         NC3214.2
101900              PERFORM PASS                                        NC3214.2
102000              GO TO EDM-WRITE-321-34.                             NC3214.2
102100     MOVE     EDM-CURR-FLT TO COMPUTED-A.                         NC3214.2
102200     MOVE     " $1,234.56" TO CORRECT-A.                          NC3214.2
102300     MOVE     "WRONG EDITED IMAGE FOR NEGATIVE" TO RE-MARK.       NC3214.2
102400     PERFORM  FAIL.                                               NC3214.2
102500 EDM-WRITE-321-34.                                                NC3214.2
102600     PERFORM  PRINT-DETAIL.                                       NC3214.2
102700 EDM-TEST-321-35.                                                 NC3214.2
102800*    MINUS ONE INTO $$$,$$9.99.                                   NC3214.2
102900     MOVE     "EDM-TEST-321-35" TO PAR-NAME.                      NC3214.2
103000     MOVE     EDM-NEG-ONE TO EDM-CURR-FLT.                        NC3214.2
103100     IF       EDM-CURR-FLT = "     $1.00"                         NC3214.2
103200              PERFORM PASS                                        NC3214.2
103300              GO TO EDM-WRITE-321-35.                             NC3214.2
103400     MOVE     EDM-CURR-FLT TO COMPUTED-A.                         NC3214.2
103500     MOVE     "     $1.00" TO CORRECT-A.                          NC3214.2
103600     MOVE     "WRONG EDITED IMAGE FOR MINUS ONE" TO RE-MARK.      NC3214.2
103700     PERFORM  FAIL.                                               NC3214.2
103800 EDM-WRITE-321-35.                                                NC3214.2
103900     PERFORM  PRINT-DETAIL.                                       NC3214.2
104000 EDM-TEST-321-36.                                                 NC3214.2
104100*    ZERO INTO +++++9.99.                                         NC3214.2
104200     MOVE     "EDM-TEST-321-36" TO PAR-NAME.                      NC3214.2
104300     MOVE     EDM-ZERO TO EDM-PLUS-FLT.                           NC3214.2
104400     IF       EDM-PLUS-FLT = "    +0.00"                          NC3214.2
104500              PERFORM PASS                                        NC3214.2
104600              GO TO EDM-WRITE-321-36.                             NC3214.2
104700     MOVE     EDM-PLUS-FLT TO COMPUTED-A.                         NC3214.2
104800     MOVE     "    +0.00" TO CORRECT-A.                           NC3214.2
104900     MOVE     "WRONG EDITED IMAGE FOR ZERO" TO RE-MARK.           NC3214.2
105000     PERFORM  FAIL.                                               NC3214.2
105100 EDM-WRITE-321-36.                                                NC3214.2
105200     PERFORM  PRINT-DETAIL.                                       NC3214.2
105300 EDM-TEST-321-37.                                                 NC3214.2
105400*    ONE INTO +++++9.99.                                          NC3214.2
105500     MOVE     "EDM-TEST-321-37" TO PAR-NAME.                      NC3214.2
105600     MOVE     EDM-ONE TO EDM-PLUS-FLT.                            NC3214.2
105700     IF       EDM-PLUS-FLT = "    +1.00"                          NC3214.2
105800              PERFORM PASS                                        NC3214.2
105900              GO TO EDM-WRITE-321-37.                             NC3214.2
106000     MOVE     EDM-PLUS-FLT TO COMPUTED-A.                         NC3214.2
106100     MOVE     "    +1.00" TO CORRECT-A.                           NC3214.2
106200     MOVE     "WRONG EDITED IMAGE FOR ONE" TO RE-MARK.            NC3214.2
106300     PERFORM  FAIL.                                               NC3214.2
106400 EDM-WRITE-321-37.                                                NC3214.2
106500     PERFORM  PRINT-DETAIL.                                       NC3214.2
106600 EDM-TEST-321-38.                                                 NC3214.2
106700*    MAXIMUM INTO +++++9.99.                                      NC3214.2
106800     MOVE     "EDM-TEST-321-38" TO PAR-NAME.                      NC3214.2
106900     MOVE     EDM-MAX TO EDM-PLUS-FLT.                            NC3214.2
107000     IF       EDM-PLUS-FLT = "+99999.99"                          NC3214.2
107100              PERFORM PASS                                        NC3214.2
107200              GO TO EDM-WRITE-321-38.                             NC3214.2
107300     MOVE     EDM-PLUS-FLT TO COMPUTED-A.                         NC3214.2
107400     MOVE     "+99999.99" TO CORRECT-A.                           NC3214.2
107500     MOVE     "WRONG EDITED IMAGE FOR MAXIMUM" TO RE-MARK.        NC3214.2
107600     PERFORM  FAIL.                                               NC3214.2
107700 EDM-WRITE-321-38.                                                NC3214.2
107800     PERFORM  PRINT-DETAIL.                                       NC3214.2
107900 EDM-TEST-321-39.                                                 NC3214.2
108000*    NEGATIVE INTO +++++9.99.                                     NC3214.2
108100     MOVE     "EDM-TEST-321-39" TO PAR-NAME.                      NC3214.2
108200     MOVE     EDM-NEG TO EDM-PLUS-FLT.                            NC3214.2
108300     IF       EDM-PLUS-FLT = " -1234.56"                          NC3214.2
108400              PERFORM PASS                                        NC3214.2
108500              GO TO EDM-WRITE-321-39.                             NC3214.2
108600     MOVE     EDM-PLUS-FLT TO COMPUTED-A.                         NC3214.2
108700     MOVE     " -1234.56" TO CORRECT-A.                           NC3214.2
108800     MOVE     "WRONG EDITED IMAGE FOR NEGATIVE" TO RE-MARK.       NC3214.2
108900     PERFORM  FAIL.                                               NC3214.2
109000 EDM-WRITE-321-39.                                                NC3214.2
109100     PERFORM  PRINT-DETAIL.                                       NC3214.2
109200 EDM-TEST-321-40.                                                 NC3214.2
109300*    MINUS ONE INTO +++++9.99.                                    NC3214.2
109400     MOVE     "EDM-TEST-321-40" TO PAR-NAME.                      NC3214.2
109500     MOVE     EDM-NEG-ONE TO EDM-PLUS-FLT.                        NC3214.2
109600     IF       EDM-PLUS-FLT = "    -1.00"                          NC3214.2
109700              PERFORM PASS                                        NC3214.2
109800              GO TO EDM-WRITE-321-40.                             NC3214.2
109900     MOVE     EDM-PLUS-FLT TO COMPUTED-A.                         NC3214.2
110000     MOVE     "    -1.00" TO CORRECT-A.                           NC3214.2
110100     MOVE     "WRONG EDITED IMAGE FOR MINUS ONE" TO RE-MARK.      NC3214.2
110200     PERFORM  FAIL.                                               NC3214.2
110300 EDM-WRITE-321-40.                                                NC3214.2
110400     PERFORM  PRINT-DETAIL.                                       NC3214.2
110500 EDM-TEST-321-41.                                                 NC3214.2
110600*    ZERO INTO -----9.99.                                         NC3214.2
110700     MOVE     "EDM-TEST-321-41" TO PAR-NAME.                      NC3214.2
110800     MOVE     EDM-ZERO TO EDM-MINUS-FLT.                          NC3214.2
110900     IF       EDM-MINUS-FLT = "     0.00"                         NC3214.2
111000              PERFORM PASS                                        NC3214.2
111100              GO TO EDM-WRITE-321-41.                             NC3214.2
111200     MOVE     EDM-MINUS-FLT TO COMPUTED-A.                        NC3214.2
111300     MOVE     "     0.00" TO CORRECT-A.                           NC3214.2
111400     MOVE     "WRONG EDITED IMAGE FOR ZERO" TO RE-MARK.           NC3214.2
111500     PERFORM  FAIL.                                               NC3214.2
111600 EDM-WRITE-321-41.                                                NC3214.2
111700     PERFORM  PRINT-DETAIL.                                       NC3214.2
111800 EDM-TEST-321-42.                                                 NC3214.2
111900*    ONE INTO -----9.99.                                          NC3214.2
112000     MOVE     "EDM-TEST-321-42" TO PAR-NAME.                      NC3214.2
112100     MOVE     EDM-ONE TO EDM-MINUS-FLT.                           NC3214.2
112200     IF       EDM-MINUS-FLT = "     1.00"                         NC3214.2
112300              PERFORM PASS                                        NC3214.2
112400              GO TO EDM-WRITE-321-42.                             NC3214.2
112500     MOVE     EDM-MINUS-FLT TO COMPUTED-A.                        NC3214.2
112600     MOVE     "     1.00" TO CORRECT-A.                           NC3214.2
112700     MOVE     "WRONG EDITED IMAGE FOR ONE" TO RE-MARK.            NC3214.2
112800     PERFORM  FAIL.                                               NC3214.2
112900 EDM-WRITE-321-42.                                                NC3214.2
113000     PERFORM  PRINT-DETAIL.                                       NC3214.2
113100 EDM-TEST-321-43.                                                 NC3214.2
113200*    MAXIMUM INTO -----9.99.                                      NC3214.2
113300     MOVE     "EDM-TEST-321-43" TO PAR-NAME.                      NC3214.2
113400     MOVE     EDM-MAX TO EDM-MINUS-FLT.                           NC3214.2
113500     IF       EDM-MINUS-FLT = " 99999.99"                         NC3214.2
113600              PERFORM PASS                                        NC3214.2
113700              GO TO EDM-WRITE-321-43.                             NC3214.2
113800     MOVE     EDM-MINUS-FLT TO COMPUTED-A.                        NC3214.2
113900     MOVE     " 99999.99" TO CORRECT-A.                           NC3214.2
114000     MOVE     "WRONG EDITED IMAGE FOR MAXIMUM" TO RE-MARK.        NC3214.2
114100     PERFORM  FAIL.                                               NC3214.2
114200 EDM-WRITE-321-43.                                                NC3214.2
114300     PERFORM  PRINT-DETAIL.                                       NC3214.2
114400 EDM-TEST-321-44.                                                 NC3214.2
114500*    NEGATIVE INTO -----9.99.                                     NC3214.2
114600     MOVE     "EDM-TEST-321-44" TO PAR-NAME.                      NC3214.2
114700     MOVE     EDM-NEG TO EDM-MINUS-FLT.                           NC3214.2
114800     IF       EDM-MINUS-FLT = " -1234.56"                         NC3214.2
114900              PERFORM PASS                                        NC3214.2
115000              GO TO EDM-WRITE-321-44.                             NC3214.2
115100     MOVE     EDM-MINUS-FLT TO COMPUTED-A.                        NC3214.2
115200     MOVE     " -1234.56" TO CORRECT-A.                           NC3214.2
115300     MOVE     "WRONG EDITED IMAGE FOR NEGATIVE" TO RE-MARK.       NC3214.2
115400     PERFORM  FAIL.                                               NC3214.2
115500 EDM-WRITE-321-44.                                                NC3214.2
115600     PERFORM  PRINT-DETAIL.                                       NC3214.2
115700 EDM-TEST-321-45.                                                 NC3214.2
115800*    MINUS ONE INTO -----9.99.                                    NC3214.2
115900     MOVE     "EDM-TEST-321-45" TO PAR-NAME.                      NC3214.2
116000     MOVE     EDM-NEG-ONE TO EDM-MINUS-FLT.                       NC3214.2
116100     IF       EDM-MINUS-FLT = "    -1.00"                         NC3214.2
116200              PERFORM PASS                                        NC3214.2
116300              GO TO EDM-WRITE-321-45.                             NC3214.2
116400     MOVE     EDM-MINUS-FLT TO COMPUTED-A.                        NC3214.2
116500     MOVE     "    -1.00" TO CORRECT-A.                           NC3214.2
116600     MOVE     "WRONG EDITED IMAGE FOR MINUS ONE" TO RE-MARK.      NC3214.2
116700     PERFORM  FAIL.                                               NC3214.2
116800 EDM-WRITE-321-45.                                                NC3214.2
116900     PERFORM  PRINT-DETAIL.                                       NC3214.2
117000 EDM-TEST-321-46.                                                 NC3214.2
117100*    ZERO INTO $$$,$$9.99CR.                                      NC3214.2
117200     MOVE     "EDM-TEST-321-46" TO PAR-NAME.                      NC3214.2
117300     MOVE     EDM-ZERO TO EDM-CURR-CR.                            NC3214.2
117400     IF       EDM-CURR-CR = "     $0.00  "                        NC3214.2
117500              PERFORM PASS                                        NC3214.2
117600              GO TO EDM-WRITE-321-46.                             NC3214.2
117700     MOVE     EDM-CURR-CR TO COMPUTED-A.                          NC3214.2
117800     MOVE     "     $0.00  " TO CORRECT-A.                        NC3214.2
117900     MOVE     "WRONG EDITED IMAGE FOR ZERO" TO RE-MARK.           NC3214.2
118000     PERFORM  FAIL.                                               NC3214.2
118100 EDM-WRITE-321-46.                                                NC3214.2
118200     PERFORM  PRINT-DETAIL.                                       NC3214.2
118300 EDM-TEST-321-47.                                                 NC3214.2
118400*    ONE INTO $$$,$$9.99CR.                                       NC3214.2
118500     MOVE     "EDM-TEST-321-47" TO PAR-NAME.                      NC3214.2
118600     MOVE     EDM-ONE TO EDM-CURR-CR.                             NC3214.2
118700     IF       EDM-CURR-CR = "     $1.00  "                        NC3214.2
118800              PERFORM PASS                                        NC3214.2
118900              GO TO EDM-WRITE-321-47.                             NC3214.2
119000     MOVE     EDM-CURR-CR TO COMPUTED-A.                          NC3214.2
119100     MOVE     "     $1.00  " TO CORRECT-A.                        NC3214.2
119200     MOVE     "WRONG EDITED IMAGE FOR ONE" TO RE-MARK.            NC3214.2
119300     PERFORM  FAIL.                                               NC3214.2
119400 EDM-WRITE-321-47.                                                NC3214.2
119500     PERFORM  PRINT-DETAIL.                                       NC3214.2
119600 EDM-TEST-321-48.                                                 NC3214.2
119700*    MAXIMUM INTO $$$,$$9.99CR.                                   NC3214.2
119800     MOVE     "EDM-TEST-321-48" TO PAR-NAME.                      NC3214.2
119900     MOVE     EDM-MAX TO EDM-CURR-CR.                             NC3214.2
120000     IF       EDM-CURR-CR = "$99,999.99  "                        NC3214.2
120100              PERFORM PASS                                        NC3214.2
120200              GO TO EDM-WRITE-321-48.                             NC3214.2
120300     MOVE     EDM-CURR-CR TO COMPUTED-A.                          NC3214.2
120400     MOVE     "$99,999.99  " TO CORRECT-A.                        NC3214.2
120500     MOVE     "WRONG EDITED IMAGE FOR MAXIMUM" TO RE-MARK.        NC3214.2
120600     PERFORM  FAIL.                                               NC3214.2
120700 EDM-WRITE-321-48.                                                NC3214.2
120800     PERFORM  PRINT-DETAIL.                                       NC3214.2
120900 EDM-TEST-321-49.                                                 NC3214.2
121000*    NEGATIVE INTO $$$,$$9.99CR.                                  NC3214.2
121100     MOVE     "EDM-TEST-321-49" TO PAR-NAME.                      NC3214.2
121200     MOVE     EDM-NEG TO EDM-CURR-CR.                             NC3214.2
121300     IF       EDM-CURR-CR = " $1,234.56CR"                        NC3214.2
121400              PERFORM PASS                                        NC3214.2
121500              GO TO EDM-WRITE-321-49.                             NC3214.2
121600     MOVE     EDM-CURR-CR TO COMPUTED-A.                          NC3214.2
121700     MOVE     " $1,234.56CR" TO CORRECT-A.                        NC3214.2
121800     MOVE     "WRONG EDITED IMAGE FOR NEGATIVE" TO RE-MARK.       NC3214.2
121900     PERFORM  FAIL.                                               NC3214.2
122000 EDM-WRITE-321-49.                                                NC3214.2
122100     PERFORM  PRINT-DETAIL.                                       NC3214.2
122200 EDM-TEST-321-50.                                                 NC3214.2
122300*    MINUS ONE INTO $$$,$$9.99CR.                                 NC3214.2
122400     MOVE     "EDM-TEST-321-50" TO PAR-NAME.                      NC3214.2
122500     MOVE     EDM-NEG-ONE TO EDM-CURR-CR.                         NC3214.2
122600     IF       EDM-CURR-CR = "     $1.00CR"                        NC3214.2
122700              PERFORM PASS                                        NC3214.2
122800              GO TO EDM-WRITE-321-50.                             NC3214.2
122900     MOVE     EDM-CURR-CR TO COMPUTED-A.                          NC3214.2
123000     MOVE     "     $1.00CR" TO CORRECT-A.                        NC3214.2
123100     MOVE     "WRONG EDITED IMAGE FOR MINUS ONE" TO RE-MARK.      NC3214.2
123200     PERFORM  FAIL.                                               NC3214.2
123300 EDM-WRITE-321-50.                                                NC3214.2
123400     PERFORM  PRINT-DETAIL.                                       NC3214.2
123500 EDM-INIT-321-5.                                                  NC3214.2
123600     MOVE     "ZERO SUPPRESSION" TO FEATURE.                      NC3214.2
123700     MOVE     "VI-38 5.12.6.6 ZERO SUP" TO ANSI-REFERENCE.        NC3214.2
123800 EDM-TEST-321-51.                                                 NC3214.2
123900*    ZERO INTO ZZ,ZZ9.99.                                         NC3214.2
124000     MOVE     "EDM-TEST-321-51" TO PAR-NAME.                      NC3214.2
124100     MOVE     EDM-ZERO TO EDM-Z-PART.                             NC3214.2
124200     IF       EDM-Z-PART = "     0.00"                            NC3214.2
124300              PERFORM PASS                                        NC3214.2
124400              GO TO EDM-WRITE-321-51.                             NC3214.2
124500     MOVE     EDM-Z-PART TO COMPUTED-A.                           NC3214.2
124600     MOVE     "     0.00" TO CORRECT-A.                           NC3214.2
124700     MOVE     "WRONG EDITED IMAGE FOR ZERO" TO RE-MARK.           NC3214.2
124800     PERFORM  FAIL.                                               NC3214.2
124900 EDM-WRITE-321-51.                                                NC3214.2
125000     PERFORM  PRINT-DETAIL.                                       NC3214.2
125100 EDM-TEST-321-52.                                                 NC3214.2
125200*    ONE INTO ZZ,ZZ9.99.                                          NC3214.2
125300     MOVE     "EDM-TEST-321-52" TO PAR-NAME.                      NC3214.2
125400     MOVE     EDM-ONE TO EDM-Z-PART.                              NC3214.2
125500     IF       EDM-Z-PART = "     1.00"                            NC3214.2
125600              PERFORM PASS                                        NC3214.2
125700              GO TO EDM-WRITE-321-52.                             NC3214.2
125800     MOVE     EDM-Z-PART TO COMPUTED-A.                           NC3214.2
125900     MOVE     "     1.00" TO CORRECT-A.                           NC3214.2
126000     MOVE     "WRONG EDITED IMAGE FOR ONE" TO RE-MARK.            NC3214.2
126100     PERFORM  FAIL.                                               NC3214.2
126200 EDM-WRITE-321-52.                                                NC3214.2
126300     PERFORM  PRINT-DETAIL.                                       NC3214.2
126400 EDM-TEST-321-53.                                                 NC3214.2
126500*    MAXIMUM INTO ZZ,ZZ9.99.                                      NC3214.2
126600     MOVE     "EDM-TEST-321-53" TO PAR-NAME.                      NC3214.2
126700     MOVE     EDM-MAX TO EDM-Z-PART.                              NC3214.2
126800     IF       EDM-Z-PART = "99,999.99"                            NC3214.2
126900              PERFORM PASS                                        NC3214.2
127000              GO TO EDM-WRITE-321-53.                             NC3214.2
127100     MOVE     EDM-Z-PART TO COMPUTED-A.                           NC3214.2
127200     MOVE     "99,999.99" TO CORRECT-A.                           NC3214.2
127300     MOVE     "WRONG EDITED IMAGE FOR MAXIMUM" TO RE-MARK.        NC3214.2
127400     PERFORM  FAIL.                                               NC3214.2
127500 EDM-WRITE-321-53.                                                NC3214.2
127600     PERFORM  PRINT-DETAIL.                                       NC3214.2
127700 EDM-TEST-321-54.                                                 NC3214.2
127800*    NEGATIVE INTO ZZ,ZZ9.99.                                     NC3214.2
127900     MOVE     "EDM-TEST-321-54" TO PAR-NAME.                      NC3214.2
128000     MOVE     EDM-NEG TO EDM-Z-PART.                              NC3214.2
128100     IF       EDM-Z-PART = " 1,234.56"                            NC3214.2
128200              PERFORM PASS                                        NC3214.2
128300              GO TO EDM-WRITE-321-54.                             NC3214.2
128400     MOVE     EDM-Z-PART TO COMPUTED-A.                           NC3214.2
128500     MOVE     " 1,234.56" TO CORRECT-A.                           NC3214.2
128600     MOVE     "WRONG EDITED IMAGE FOR NEGATIVE" TO RE-MARK.       NC3214.2
128700     PERFORM  FAIL.                                               NC3214.2
128800 EDM-WRITE-321-54.                                                NC3214.2
128900     PERFORM  PRINT-DETAIL.                                       NC3214.2
129000 EDM-TEST-321-55.                                                 NC3214.2
129100*    MINUS ONE INTO ZZ,ZZ9.99.                                    NC3214.2
129200     MOVE     "EDM-TEST-321-55" TO PAR-NAME.                      NC3214.2
129300     MOVE     EDM-NEG-ONE TO EDM-Z-PART.                          NC3214.2
129400     IF       EDM-Z-PART = "     1.00"                            NC3214.2
129500              PERFORM PASS                                        NC3214.2
129600              GO TO EDM-WRITE-321-55.                             NC3214.2
129700     MOVE     EDM-Z-PART TO COMPUTED-A.                           NC3214.2
129800     MOVE     "     1.00" TO CORRECT-A.                           NC3214.2
129900     MOVE     "WRONG EDITED IMAGE FOR MINUS ONE" TO RE-MARK.      NC3214.2
130000     PERFORM  FAIL.                                               NC3214.2
130100 EDM-WRITE-321-55.                                                NC3214.2
130200     PERFORM  PRINT-DETAIL.                                       NC3214.2
130300 EDM-TEST-321-56.                                                 NC3214.2
130400*    ZERO INTO ZZZZZ.ZZ.                                          NC3214.2
130500     MOVE     "EDM-TEST-321-56" TO PAR-NAME.                      NC3214.2
130600     MOVE     EDM-ZERO TO EDM-Z-ALL.                              NC3214.2
130700     IF       EDM-Z-ALL = "        "                              NC3214.2
130800              PERFORM PASS                                        NC3214.2
130900              GO TO EDM-WRITE-321-56.                             NC3214.2
131000     MOVE     EDM-Z-ALL TO COMPUTED-A.                            NC3214.2
131100     MOVE     "        " TO CORRECT-A.                            NC3214.2
131200     MOVE     "WRONG EDITED IMAGE FOR ZERO" TO RE-MARK.           NC3214.2
131300     PERFORM  FAIL.                                               NC3214.2
131400 EDM-WRITE-321-56.                                                NC3214.2
131500     PERFORM  PRINT-DETAIL.                                       NC3214.2
131600 EDM-TEST-321-57.                                                 NC3214.2
131700*    ONE INTO ZZZZZ.ZZ.                                           NC3214.2
131800     MOVE     "EDM-TEST-321-57" TO PAR-NAME.                      NC3214.2
131900     MOVE     EDM-ONE TO EDM-Z-ALL.                               NC3214.2
132000     IF       EDM-Z-ALL = "    1.00"                              NC3214.2
132100              PERFORM PASS                                        NC3214.2
132200              GO TO EDM-WRITE-321-57.                             NC3214.2
132300     MOVE     EDM-Z-ALL TO COMPUTED-A.                            NC3214.2
132400     MOVE     "    1.00" TO CORRECT-A.                            NC3214.2
132500     MOVE     "WRONG EDITED IMAGE FOR ONE" TO RE-MARK.            NC3214.2
132600     PERFORM  FAIL.                                               NC3214.2
132700 EDM-WRITE-321-57.                                                NC3214.2
132800     PERFORM  PRINT-DETAIL.                                       NC3214.2
132900 EDM-TEST-321-58.                                                 NC3214.2
133000*    MAXIMUM INTO ZZZZZ.ZZ.                                       NC3214.2
133100     MOVE     "EDM-TEST-321-58" TO PAR-NAME.                      NC3214.2
133200     MOVE     EDM-MAX TO EDM-Z-ALL.                               NC3214.2
133300     IF       EDM-Z-ALL = "99999.99"                              NC3214.2
133400              PERFORM PASS                                        NC3214.2
133500              GO TO EDM-WRITE-321-58.                             NC3214.2
133600     MOVE     EDM-Z-ALL TO COMPUTED-A.                            NC3214.2
133700     MOVE     "99999.99" TO CORRECT-A.                            NC3214.2
133800     MOVE     "WRONG EDITED IMAGE FOR MAXIMUM" TO RE-MARK.        NC3214.2
133900     PERFORM  FAIL.                                               NC3214.2
134000 EDM-WRITE-321-58.                                                NC3214.2
134100     PERFORM  PRINT-DETAIL.                                       NC3214.2
134200 EDM-TEST-321-59.                                                 NC3214.2
134300*    NEGATIVE INTO ZZZZZ.ZZ.                                      NC3214.2
134400     MOVE     "EDM-TEST-321-59" TO PAR-NAME.                      NC3214.2
134500     MOVE     EDM-NEG TO EDM-Z-ALL.                               NC3214.2
134600     IF       EDM-Z-ALL = " 1234.56"                              NC3214.2
134700              PERFORM PASS                                        NC3214.2
134800              GO TO EDM-WRITE-321-59.                             NC3214.2
134900     MOVE     EDM-Z-ALL TO COMPUTED-A.                            NC3214.2
135000     MOVE     " 1234.56" TO CORRECT-A.                            NC3214.2
135100     MOVE     "WRONG EDITED IMAGE FOR NEGATIVE" TO RE-MARK.       NC3214.2
135200     PERFORM  FAIL.                                               NC3214.2
135300 EDM-WRITE-321-59.                                                NC3214.2
135400     PERFORM  PRINT-DETAIL.                                       NC3214.2
135500 EDM-TEST-321-60.                                                 NC3214.2
135600*    MINUS ONE INTO ZZZZZ.ZZ.                                     NC3214.2
135700     MOVE     "EDM-TEST-321-60" TO PAR-NAME.                      NC3214.2
135800     MOVE     EDM-NEG-ONE TO EDM-Z-ALL.                           NC3214.2
135900     IF       EDM-Z-ALL = "    1.00"                              NC3214.2
136000              PERFORM PASS                                        NC3214.2
136100              GO TO EDM-WRITE-321-60.                             NC3214.2
136200     MOVE     EDM-Z-ALL TO COMPUTED-A.                            NC3214.2
136300     MOVE     "    1.00" TO CORRECT-A.                            NC3214.2
136400     MOVE     "WRONG EDITED IMAGE FOR MINUS ONE" TO RE-MARK.      NC3214.2
136500     PERFORM  FAIL.                                               NC3214.2
136600 EDM-WRITE-321-60.                                                NC3214.2
136700     PERFORM  PRINT-DETAIL.                                       NC3214.2
136800 EDM-TEST-321-61.                                                 NC3214.2
136900*    ZERO INTO **,**9.99.                                         NC3214.2
137000     MOVE     "EDM-TEST-321-61" TO PAR-NAME.                      NC3214.2
137100     MOVE     EDM-ZERO TO EDM-STAR-PART.                          NC3214.2
137200     IF       EDM-STAR-PART = "*****0.00"                         NC3214.2
137300              PERFORM PASS                                        NC3214.2
137400              GO TO EDM-WRITE-321-61.                             NC3214.2
137500     MOVE     EDM-STAR-PART TO COMPUTED-A.                        NC3214.2
137600     MOVE     "*****0.00" TO CORRECT-A.                           NC3214.2
137700     MOVE     "WRONG EDITED IMAGE FOR ZERO" TO RE-MARK.           NC3214.2
137800     PERFORM  FAIL.                                               NC3214.2
137900 EDM-WRITE-321-61.                                                NC3214.2
138000     PERFORM  PRINT-DETAIL.                                       NC3214.2
138100 EDM-TEST-321-62.                                                 NC3214.2
138200*    ONE INTO **,**9.99.                                          NC3214.2
138300     MOVE     "EDM-TEST-321-62" TO PAR-NAME.                      NC3214.2
138400     MOVE     EDM-ONE TO EDM-STAR-PART.                           NC3214.2
138500     IF       EDM-STAR-PART = "*****1.00"                         NC3214.2
138600              PERFORM PASS                                        NC3214.2
138700              GO TO EDM-WRITE-321-62.                             NC3214.2
138800     MOVE     EDM-STAR-PART TO COMPUTED-A.                        NC3214.2
138900     MOVE     "*****1.00" TO CORRECT-A.                           NC3214.2
139000     MOVE     "WRONG EDITED IMAGE FOR ONE" TO RE-MARK.            NC3214.2
139100     PERFORM  FAIL.                                               NC3214.2
139200 EDM-WRITE-321-62.                                                NC3214.2
139300     PERFORM  PRINT-DETAIL.                                       NC3214.2
139400 EDM-TEST-321-63.                                                 NC3214.2
139500*    MAXIMUM INTO **,**9.99.                                      NC3214.2
139600     MOVE     "EDM-TEST-321-63" TO PAR-NAME.                      NC3214.2
139700     MOVE     EDM-MAX TO EDM-STAR-PART.                           NC3214.2
139800     IF       EDM-STAR-PART = "99,999.99"                         NC3214.2
139900              PERFORM PASS                                        NC3214.2
140000              GO TO EDM-WRITE-321-63.                             NC3214.2
140100     MOVE     EDM-STAR-PART TO COMPUTED-A.                        NC3214.2
140200     MOVE     "99,999.99" TO CORRECT-A.                           NC3214.2
140300     MOVE     "WRONG EDITED IMAGE FOR MAXIMUM" TO RE-MARK.        NC3214.2
140400     PERFORM  FAIL.                                               NC3214.2
140500 EDM-WRITE-321-63.                                                NC3214.2
140600     PERFORM  PRINT-DETAIL.                                       NC3214.2
140700 EDM-TEST-321-64.                                                 NC3214.2
140800*    NEGATIVE INTO **,**9.99.                                     NC3214.2
140900     MOVE     "EDM-TEST-321-64" TO PAR-NAME.                      NC3214.2
141000     MOVE     EDM-NEG TO EDM-STAR-PART.                           NC3214.2
141100     IF       EDM-STAR-PART = "*1,234.56"                         NC3214.2
141200              PERFORM PASS                                        NC3214.2
141300              GO TO EDM-WRITE-321-64.                             NC3214.2
141400     MOVE     EDM-STAR-PART TO COMPUTED-A.                        NC3214.2
141500     MOVE     "*1,234.56" TO CORRECT-A.                           NC3214.2
141600     MOVE     "WRONG EDITED IMAGE FOR NEGATIVE" TO RE-MARK.       NC3214.2
141700     PERFORM  FAIL.                                               NC3214.2
141800 EDM-WRITE-321-64.                                                NC3214.2
141900     PERFORM  PRINT-DETAIL.                                       NC3214.2
142000 EDM-TEST-321-65.                                                 NC3214.2
142100*    MINUS ONE INTO **,**9.99.                                    NC3214.2
142200     MOVE     "EDM-TEST-321-65" TO PAR-NAME.                      NC3214.2
142300     MOVE     EDM-NEG-ONE TO EDM-STAR-PART.                       NC3214.2
142400     IF       EDM-STAR-PART = "*****1.00"                         NC3214.2
142500              PERFORM PASS                                        NC3214.2
142600              GO TO EDM-WRITE-321-65.                             NC3214.2
142700     MOVE     EDM-STAR-PART TO COMPUTED-A.                        NC3214.2
142800     MOVE     "*****1.00" TO CORRECT-A.                           NC3214.2
142900     MOVE     "WRONG EDITED IMAGE FOR MINUS ONE" TO RE-MARK.      NC3214.2
143000     PERFORM  FAIL.                                               NC3214.2
143100 EDM-WRITE-321-65.                                                NC3214.2
143200     PERFORM  PRINT-DETAIL.                                       NC3214.2
143300 EDM-TEST-321-66.                                                 NC3214.2
143400*    ZERO INTO *****.**.                                          NC3214.2
143500     MOVE     "EDM-TEST-321-66" TO PAR-NAME.                      NC3214.2
143600     MOVE     EDM-ZERO TO EDM-STAR-ALL.                           NC3214.2
143700     IF       EDM-STAR-ALL = "*****.**"                           NC3214.2
143800              PERFORM PASS                                        NC3214.2
143900              GO TO EDM-WRITE-321-66.                             NC3214.2
144000     MOVE     EDM-STAR-ALL TO COMPUTED-A.                         NC3214.2
144100     MOVE     "*****.**" TO CORRECT-A.                            NC3214.2
144200     MOVE     "WRONG EDITED IMAGE FOR ZERO" TO RE-MARK.           NC3214.2
144300     PERFORM  FAIL.                                               NC3214.2
144400 EDM-WRITE-321-66.                                                NC3214.2
144500     PERFORM  PRINT-DETAIL.                                       NC3214.2
144600 EDM-TEST-321-67.                                                 NC3214.2
144700*    ONE INTO *****.**.                                           NC3214.2
144800     MOVE     "EDM-TEST-321-67" TO PAR-NAME.                      NC3214.2
144900     MOVE     EDM-ONE TO EDM-STAR-ALL.                            NC3214.2
145000     IF       EDM-STAR-ALL = "****1.00"                           NC3214.2
145100              PERFORM PASS                                        NC3214.2
145200              GO TO EDM-WRITE-321-67.                             NC3214.2
145300     MOVE     EDM-STAR-ALL TO COMPUTED-A.                         NC3214.2
145400     MOVE     "****1.00" TO CORRECT-A.                            NC3214.2
145500     MOVE     "WRONG EDITED IMAGE FOR ONE" TO RE-MARK.            NC3214.2
145600     PERFORM  FAIL.                                               NC3214.2
145700 EDM-WRITE-321-67.                                                NC3214.2
145800     PERFORM  PRINT-DETAIL.                                       NC3214.2
145900 EDM-TEST-321-68.                                                 NC3214.2
146000*    MAXIMUM INTO *****.**.                                       NC3214.2
146100     MOVE     "EDM-TEST-321-68" TO PAR-NAME.                      NC3214.2
146200     MOVE     EDM-MAX TO EDM-STAR-ALL.                            NC3214.2
146300     IF       EDM-STAR-ALL = "99999.99"                           NC3214.2
146400              PERFORM PASS                                        NC3214.2
146500              GO TO EDM-WRITE-321-68.                             NC3214.2
146600     MOVE     EDM-STAR-ALL TO COMPUTED-A.                         NC3214.2
146700     MOVE     "99999.99" TO CORRECT-A.                            NC3214.2
146800     MOVE     "WRONG EDITED IMAGE FOR MAXIMUM" TO RE-MARK.        NC3214.2
146900     PERFORM  FAIL.                                               NC3214.2
147000 EDM-WRITE-321-68.                                                NC3214.2
147100     PERFORM  PRINT-DETAIL.                                       NC3214.2
147200 EDM-TEST-321-69.                                                 NC3214.2
147300*    NEGATIVE INTO *****.**.                                      NC3214.2
147400     MOVE     "EDM-TEST-321-69" TO PAR-NAME.                      NC3214.2
147500     MOVE     EDM-NEG TO EDM-STAR-ALL.                            NC3214.2
147600     IF       EDM-STAR-ALL = "*1234.56"                           NC3214.2
147700              PERFORM PASS                                        NC3214.2
147800              GO TO EDM-WRITE-321-69.                             NC3214.2
147900     MOVE     EDM-STAR-ALL TO COMPUTED-A.                         NC3214.2
148000     MOVE     "*1234.56" TO CORRECT-A.                            NC3214.2
148100     MOVE     "WRONG EDITED IMAGE FOR NEGATIVE" TO RE-MARK.       NC3214.2
148200     PERFORM  FAIL.                                               NC3214.2
148300 EDM-WRITE-321-69.                                                NC3214.2
148400     PERFORM  PRINT-DETAIL.                                       NC3214.2
148500 EDM-TEST-321-70.                                                 NC3214.2
148600*    MINUS ONE INTO *****.**.                                     NC3214.2
148700     MOVE     "EDM-TEST-321-70" TO PAR-NAME.                      NC3214.2
148800     MOVE     EDM-NEG-ONE TO EDM-STAR-ALL.                        NC3214.2
148900     IF       EDM-STAR-ALL = "****1.00"                           NC3214.2
149000              PERFORM PASS                                        NC3214.2
149100              GO TO EDM-WRITE-321-70.                             NC3214.2
149200     MOVE     EDM-STAR-ALL TO COMPUTED-A.                         NC3214.2
149300     MOVE     "****1.00" TO CORRECT-A.                            NC3214.2
149400     MOVE     "WRONG EDITED IMAGE FOR MINUS ONE" TO RE-MARK.      NC3214.2
149500     PERFORM  FAIL.                                               NC3214.2
149600 EDM-WRITE-321-70.                                                NC3214.2
149700     PERFORM  PRINT-DETAIL.                                       NC3214.2
149800 CCVS-EXIT SECTION.                                               NC3214.2
149900 CCVS-999999.                                                     NC3214.2
150000     GO TO CLOSE-FILES.                                           NC3214.2
