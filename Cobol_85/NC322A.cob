000100 IDENTIFICATION DIVISION.                                         NC3224.2
000200 PROGRAM-ID.                                                      NC3224.2
000300     NC322A.                                                      NC3224.2
000400****************************************************************  NC3224.2
000500*                                                              *  NC3224.2
000600*    VALIDATION FOR:-                                          *  NC3224.2
000700*                                                              *  NC3224.2
000800*    "ON-SITE VALIDATION, NATIONAL INSTITUTE OF STD & TECH.     ".NC3224.2
000900*                                                              *  NC3224.2
001000*    "COBOL 85 VERSION 4.2, Apr  1993 SSVG                      ".NC3224.2
001100*                                                              *  NC3224.2
001200****************************************************************  NC3224.2
001300*                                                              *  NC3224.2
001400*      X-CARDS USED BY THIS PROGRAM ARE :-                     *  NC3224.2
001500*                                                              *  NC3224.2
001600*        X-55  - SYSTEM PRINTER NAME.                          *  NC3224.2
001700*        X-82  - SOURCE COMPUTER NAME.                         *  NC3224.2
001800*        X-83  - OBJECT COMPUTER NAME.                         *  NC3224.2
001900*                                                              *  NC3224.2
002000****************************************************************  NC3224.2
002100*                                                              *  NC3224.2
002184*    NC322A COVERS INDEX DATA ITEMS (USAGE INDEX), WHICH NO    *  NC3224.2
002268*    OTHER MODULE DECLARES, AND THE SET STATEMENT FORMS THAT   *  NC3224.2
002352*    MOVE VALUES BETWEEN THEM AND INDEX-NAMES.  LIKE NC302A    *  NC3224.2
002436*    IT DRAWS ITS STARTING OCCURRENCE AND STEP FROM THE        *  NC3224.2
002520*    SHARED CCVSSED SEED (A "999=" CARD IN xcard.dat           *  NC3224.2
002604*    REPRODUCES A RUN).  THE CASES COVER:                      *  NC3224.2
002688*                                                              *  NC3224.2
002772*      - SET INDEX-DATA-ITEM TO INDEX-NAME AND THE REVERSE,    *  NC3224.2
002856*        AND INDEX-DATA-ITEM TO INDEX-DATA-ITEM,               *  NC3224.2
002940*      - SET UP BY / DOWN BY ON INDEX-NAMES AND ON INDEX       *  NC3224.2
003024*        DATA ITEMS (THE LATTER AN IMPLEMENTOR EXTENSION       *  NC3224.2
003108*        THE PRODUCTION CODE RELIES ON),                       *  NC3224.2
003192*      - RELATION CONDITIONS BETWEEN INDEX-NAMES AND INDEX     *  NC3224.2
003276*        DATA ITEMS,                                           *  NC3224.2
003360*      - AN INDEX SAVED IN AN INDEX DATA ITEM, CLOBBERED BY    *  NC3224.2
003444*        A PERFORM VARYING OVER THE SAME INDEX-NAME, AND       *  NC3224.2
003528*        RESTORED, INCLUDING A TABLE OF INDEX DATA ITEMS.      *  NC3224.2
003612*                                                              *  NC3224.2
003700****************************************************************  NC3224.2
003800 ENVIRONMENT DIVISION.                                            NC3224.2
003900 CONFIGURATION SECTION.                                           NC3224.2
004000 SOURCE-COMPUTER.                                                 NC3224.2
004100     COPY CCVSTRG.                                                NC3224.2
004200 OBJECT-COMPUTER.                                                 NC3224.2
004300     COPY CCVSTRG.                                                NC3224.2
004400 INPUT-OUTPUT SECTION.                                            NC3224.2
004500 FILE-CONTROL.                                                    NC3224.2
004600     SELECT PRINT-FILE ASSIGN TO                                  NC3224.2
004700     "report.log".                                                NC3224.2
004800     SELECT   CSV-RESULTS-FILE ASSIGN TO                          NC3224.2
004900     "results.csv".                                               NC3224.2
005000     SELECT   SUITE-SUMMARY-FILE ASSIGN TO                        NC3224.2
005100     "suite_summary.csv"                                          NC3224.2
005200     FILE STATUS IS WS-SS-FILE-STATUS.                            NC3224.2
005300     SELECT   NEGATIVE-PATH-FILE ASSIGN TO                        NC3224.2
005400     "negative_path.csv"                                          NC3224.2
005500     FILE STATUS IS WS-NP-FILE-STATUS.                            NC3224.2
005600     SELECT   XCARD-PARM-FILE ASSIGN TO                           NC3224.2
005700     "xcard.dat"                                                  NC3224.2
005800     ORGANIZATION LINE SEQUENTIAL                                 NC3224.2
005900     FILE STATUS IS WS-XCARD-FSTATUS.                             NC3224.2
006000 DATA DIVISION.                                                   NC3224.2
006100 FILE SECTION.                                                    NC3224.2
006200 FD  PRINT-FILE.                                                  NC3224.2
006300 01  PRINT-REC PICTURE X(120).                                    NC3224.2
006400 01  DUMMY-RECORD PICTURE X(120).                                 NC3224.2
006500 FD  CSV-RESULTS-FILE.                                            NC3224.2
006600 01  CSV-RESULTS-REC PICTURE X(200).                              NC3224.2
006700 FD  SUITE-SUMMARY-FILE.                                          NC3224.2
006800 01  SUITE-SUMMARY-REC PICTURE X(80).                             NC3224.2
006900 FD  NEGATIVE-PATH-FILE.                                          NC3224.2
007000 01  NEGATIVE-PATH-REC PICTURE X(200).                            NC3224.2
007100 FD  XCARD-PARM-FILE.                                             NC3224.2
007200 01  XCARD-PARM-REC PIC X(80).                                    NC3224.2
007300 WORKING-STORAGE SECTION.                                         NC3224.2
007400 77  IXD-START             PIC 99    VALUE ZERO.                  NC3224.2
007410 77  IXD-STEP              PIC 9     VALUE ZERO.                  NC3224.2
007420 77  IXD-BASE              PIC 9(4)  VALUE ZERO.                  NC3224.2
007430 77  IXD-SUB               PIC 99    VALUE ZERO.                  NC3224.2
007440 77  IXD-EXPECT            PIC 99    VALUE ZERO.                  NC3224.2
007450 77  IXD-SUM               PIC 9(4)  VALUE ZERO.                  NC3224.2
007460 77  IXD-BUILD-SUB         PIC 99    VALUE ZERO.                  NC3224.2
007470 01  IXD-TABLE.                                                   NC3224.2
007480     02  IXD-ENTRY OCCURS 20 TIMES                                NC3224.2
007490             INDEXED BY IXD-IX IXD-IX2.                           NC3224.2
007500         03  IXD-KEY           PIC 9(4).                          NC3224.2
007510         03  IXD-SLOT          PIC 99.                            NC3224.2
007520 01  IXD-SAVE              USAGE IS INDEX.                        NC3224.2
007530 01  IXD-SAVE-2            INDEX.                                 NC3224.2
007540 01  IXD-HOLD-AREA.                                               NC3224.2
007550     02  IXD-HOLD          USAGE INDEX OCCURS 3 TIMES.            NC3224.2
008100 01  TEST-RESULTS.                                                NC3224.2
008200     02 FILLER                   PIC X      VALUE SPACE.          NC3224.2
008300     02 FEATURE                  PIC X(20)  VALUE SPACE.          NC3224.2
008400 02 FEATURE-CODE PICTURE X(8) VALUE SPACE.                        NC3224.2
008500     02 FILLER                   PIC X      VALUE SPACE.          NC3224.2
008600     02 P-OR-F                   PIC X(5)   VALUE SPACE.          NC3224.2
008700     02 FILLER                   PIC X      VALUE SPACE.          NC3224.2
008800     02  PAR-NAME.                                                NC3224.2
008900       03 FILLER                 PIC X(19)  VALUE SPACE.          NC3224.2
009000       03  PARDOT-X              PIC X      VALUE SPACE.          NC3224.2
009100       03 DOTVALUE               PIC 99     VALUE ZERO.           NC3224.2
009200     02 FILLER                   PIC X(8)   VALUE SPACE.          NC3224.2
009300     02 RE-MARK                  PIC X(61).                       NC3224.2
009400 01  TEST-COMPUTED.                                               NC3224.2
009500     02 FILLER                   PIC X(30)  VALUE SPACE.          NC3224.2
009600     02 FILLER                   PIC X(17)  VALUE                 NC3224.2
009700            "       COMPUTED=".                                   NC3224.2
009800     02 COMPUTED-X.                                               NC3224.2
009900     03 COMPUTED-A               PIC X(20)  VALUE SPACE.          NC3224.2
010000     03 COMPUTED-N               REDEFINES COMPUTED-A             NC3224.2
010100                                 PIC -9(9).9(9).                  NC3224.2
010200     03 COMPUTED-0V18 REDEFINES COMPUTED-A   PIC -.9(18).         NC3224.2
010300     03 COMPUTED-4V14 REDEFINES COMPUTED-A   PIC -9(4).9(14).     NC3224.2
010400     03 COMPUTED-14V4 REDEFINES COMPUTED-A   PIC -9(14).9(4).     NC3224.2
010500     03       CM-18V0 REDEFINES COMPUTED-A.                       NC3224.2
010600         04 COMPUTED-18V0                    PIC -9(18).          NC3224.2
010700         04 FILLER                           PIC X.               NC3224.2
010800     03 FILLER PIC X(50) VALUE SPACE.                             NC3224.2
010900 01  TEST-CORRECT.                                                NC3224.2
011000     02 FILLER PIC X(30) VALUE SPACE.                             NC3224.2
011100     02 FILLER PIC X(17) VALUE "       CORRECT =".                NC3224.2
011200     02 CORRECT-X.                                                NC3224.2
011300     03 CORRECT-A                  PIC X(20) VALUE SPACE.         NC3224.2
011400     03 CORRECT-N    REDEFINES CORRECT-A     PIC -9(9).9(9).      NC3224.2
011500     03 CORRECT-0V18 REDEFINES CORRECT-A     PIC -.9(18).         NC3224.2
011600     03 CORRECT-4V14 REDEFINES CORRECT-A     PIC -9(4).9(14).     NC3224.2
011700     03 CORRECT-14V4 REDEFINES CORRECT-A     PIC -9(14).9(4).     NC3224.2
011800     03      CR-18V0 REDEFINES CORRECT-A.                         NC3224.2
011900         04 CORRECT-18V0                     PIC -9(18).          NC3224.2
012000         04 FILLER                           PIC X.               NC3224.2
012100     03 FILLER PIC X(2) VALUE SPACE.                              NC3224.2
012200     03 COR-ANSI-REFERENCE             PIC X(48) VALUE SPACE.     NC3224.2
012300 01  CCVS-C-1.                                                    NC3224.2
012400     02 FILLER  PIC IS X(99)    VALUE IS " FEATURE              PANC3224.2
012500-    "SS  PARAGRAPH-NAME                                          NC3224.2
012600-    "       REMARKS".                                            NC3224.2
012700     02 FILLER                     PIC X(20)    VALUE SPACE.      NC3224.2
012800 01  CCVS-C-2.                                                    NC3224.2
012900     02 FILLER                     PIC X        VALUE SPACE.      NC3224.2
013000     02 FILLER                     PIC X(6)     VALUE "TESTED".   NC3224.2
013100     02 FILLER                     PIC X(15)    VALUE SPACE.      NC3224.2
013200     02 FILLER                     PIC X(4)     VALUE "FAIL".     NC3224.2
013300     02 FILLER                     PIC X(94)    VALUE SPACE.      NC3224.2
013400 01  REC-SKL-SUB                   PIC 9(2)     VALUE ZERO.       NC3224.2
013500 01  REC-CT                        PIC 99       VALUE ZERO.       NC3224.2
013600 01  DELETE-COUNTER                PIC 999      VALUE ZERO.       NC3224.2
013700 01  ERROR-COUNTER                 PIC 999      VALUE ZERO.       NC3224.2
013800 01  INSPECT-COUNTER               PIC 999      VALUE ZERO.       NC3224.2
013900 01  PASS-COUNTER                  PIC 999      VALUE ZERO.       NC3224.2
014000 01  TOTAL-ERROR                   PIC 999      VALUE ZERO.       NC3224.2
014100 01  ERROR-HOLD                    PIC 999      VALUE ZERO.       NC3224.2
014200 01  DUMMY-HOLD                    PIC X(120)   VALUE SPACE.      NC3224.2
014300 01  RECORD-COUNT                  PIC 9(5)     VALUE ZERO.       NC3224.2
014400 01  WS-PAGE-LINES-ALPHA PIC X(3) VALUE "060".                    NC3224.2
014500 01  WS-PAGE-LINES REDEFINES                                      NC3224.2
014600     WS-PAGE-LINES-ALPHA PIC 9(3).                                NC3224.2
014700 01  ANSI-REFERENCE                PIC X(48)    VALUE SPACES.     NC3224.2
014800 01  ANSI-CLAUSE-NUM PIC X(16) VALUE SPACES.                      NC3224.2
014900 01  WS-ANSI-IDX     PIC 9(2).                                    NC3224.2
015000 01  WS-ANSI-LEN     PIC 9(2).                                    NC3224.2
015100 01  CCVS-H-1.                                                    NC3224.2
015200     02  FILLER                    PIC X(39)    VALUE SPACES.     NC3224.2
015300     02  FILLER                    PIC X(42)    VALUE             NC3224.2
015400     "OFFICIAL COBOL COMPILER VALIDATION SYSTEM".                 NC3224.2
015500     02  FILLER                    PIC X(39)    VALUE SPACES.     NC3224.2
015600 01  CCVS-H-2A.                                                   NC3224.2
015700   02  FILLER                        PIC X(40)  VALUE SPACE.      NC3224.2
015800   02  FILLER                        PIC X(7)   VALUE "CCVS85 ".  NC3224.2
015900   02  FILLER                        PIC XXXX   VALUE             NC3224.2
016000     "4.2 ".                                                      NC3224.2
016100   02  FILLER                        PIC X(28)  VALUE             NC3224.2
016200            " COPY - NOT FOR DISTRIBUTION".                       NC3224.2
016300   02  FILLER                        PIC X(41)  VALUE SPACE.      NC3224.2
016400                                                                  NC3224.2
016500 01  CCVS-H-2B.                                                   NC3224.2
016600   02  FILLER                        PIC X(15)  VALUE             NC3224.2
016700            "TEST RESULT OF ".                                    NC3224.2
016800   02  TEST-ID                       PIC X(9).                    NC3224.2
016900   02  FILLER                        PIC X(4)   VALUE             NC3224.2
017000            " IN ".                                               NC3224.2
017100   02  FILLER                        PIC X(12)  VALUE             NC3224.2
017200     " HIGH       ".                                              NC3224.2
017300   02  FILLER                        PIC X(22)  VALUE             NC3224.2
017400            " LEVEL VALIDATION FOR ".                             NC3224.2
017500   02  FILLER                        PIC X(58)  VALUE             NC3224.2
017600     "ON-SITE VALIDATION, NATIONAL INSTITUTE OF STD & TECH.     ".NC3224.2
017700 01  CCVS-H-3.                                                    NC3224.2
017800     02  FILLER                      PIC X(34)  VALUE             NC3224.2
017900            " FOR OFFICIAL USE ONLY    ".                         NC3224.2
018000     02  FILLER                      PIC X(58)  VALUE             NC3224.2
018100     "COBOL 85 VERSION 4.2, Apr  1993 SSVG                      ".NC3224.2
018200     02  FILLER                      PIC X(28)  VALUE             NC3224.2
018300            "  COPYRIGHT   1985 ".                                NC3224.2
018400 01  CCVS-H-4.                                                    NC3224.2
018500     02  FILLER                      PIC X(15)  VALUE             NC3224.2
018600            "COMPILED DATE: ".                                    NC3224.2
018700     02  H4-BUILD-ID                 PIC X(16).                   NC3224.2
018800     02  FILLER                      PIC X(10)  VALUE             NC3224.2
018900            "  RUN ON: ".                                         NC3224.2
019000     02  H4-RUN-DATE                 PIC 9(8).                    NC3224.2
019100     02  FILLER                      PIC X(71)  VALUE SPACE.      NC3224.2
019200 01  CCVS-E-1.                                                    NC3224.2
019300     02 FILLER                       PIC X(52)  VALUE SPACE.      NC3224.2
019400     02 FILLER  PIC X(14) VALUE IS "END OF TEST-  ".              NC3224.2
019500     02 ID-AGAIN                     PIC X(9).                    NC3224.2
019600     02 FILLER                       PIC X(45)  VALUE SPACES.     NC3224.2
019700 01  CCVS-E-2.                                                    NC3224.2
019800     02  FILLER                      PIC X(31)  VALUE SPACE.      NC3224.2
019900     02  FILLER                      PIC X(21)  VALUE SPACE.      NC3224.2
020000     02 CCVS-E-2-2.                                               NC3224.2
020100         03 ERROR-TOTAL              PIC XXX    VALUE SPACE.      NC3224.2
020200         03 FILLER                   PIC X      VALUE SPACE.      NC3224.2
020300         03 ENDER-DESC               PIC X(44)  VALUE             NC3224.2
020400            "ERRORS ENCOUNTERED".                                 NC3224.2
020500 01  CCVS-E-3.                                                    NC3224.2
020600     02  FILLER                      PIC X(22)  VALUE             NC3224.2
020700            " FOR OFFICIAL USE ONLY".                             NC3224.2
020800     02  FILLER                      PIC X(12)  VALUE SPACE.      NC3224.2
020900     02  FILLER                      PIC X(58)  VALUE             NC3224.2
021000     "ON-SITE VALIDATION, NATIONAL INSTITUTE OF STD & TECH.     ".NC3224.2
021100     02  FILLER                      PIC X(13)  VALUE SPACE.      NC3224.2
021200     02 FILLER                       PIC X(15)  VALUE             NC3224.2
021300             " COPYRIGHT 1985".                                   NC3224.2
021400 01  CCVS-E-4.                                                    NC3224.2
021500     02 CCVS-E-4-1                   PIC XXX    VALUE SPACE.      NC3224.2
021600     02 FILLER                       PIC X(4)   VALUE " OF ".     NC3224.2
021700     02 CCVS-E-4-2                   PIC XXX    VALUE SPACE.      NC3224.2
021800     02 FILLER                       PIC X(40)  VALUE             NC3224.2
021900      "  TESTS WERE EXECUTED SUCCESSFULLY".                       NC3224.2
022000 01  XXINFO.                                                      NC3224.2
022100     02 FILLER                       PIC X(19)  VALUE             NC3224.2
022200            "*** INFORMATION ***".                                NC3224.2
022300     02 INFO-TEXT.                                                NC3224.2
022400       04 FILLER                     PIC X(8)   VALUE SPACE.      NC3224.2
022500       04 XXCOMPUTED                 PIC X(20).                   NC3224.2
022600       04 FILLER                     PIC X(5)   VALUE SPACE.      NC3224.2
022700       04 XXCORRECT                  PIC X(20).                   NC3224.2
022800     02 INF-ANSI-REFERENCE           PIC X(48).                   NC3224.2
022900 01  HYPHEN-LINE.                                                 NC3224.2
023000     02 FILLER  PIC IS X VALUE IS SPACE.                          NC3224.2
023100     02 FILLER  PIC IS X(65)    VALUE IS "************************NC3224.2
023200-    "*****************************************".                 NC3224.2
023300     02 FILLER  PIC IS X(54)    VALUE IS "************************NC3224.2
023400-    "******************************".                            NC3224.2
023500 01  CSV-HEADER-REC PICTURE X(200) VALUE                          NC3224.2
023600     "PGM-ID,FEATURE,FEATURE-CODE,PAR-NAME,                       NC3224.2
023700-    "P-OR-F,PASS,FAIL,DELETE,INSPECT".                           NC3224.2
023800 01  WS-SS-FILE-STATUS PICTURE XX VALUE SPACE.                    NC3224.2
023900 01  WS-NP-FILE-STATUS PIC XX VALUE SPACE.                        NC3224.2
024000 01  WS-FC-CNT PIC 9(3) VALUE ZERO.                               NC3224.2
024100 01  WS-BUILD-ID PIC X(16) VALUE SPACE.                           NC3224.2
024200 01  WS-RUN-DATE PIC 9(8) VALUE ZERO.                             NC3224.2
024300 01  WS-START-TIME PIC 9(8) VALUE ZERO.                           NC3224.2
024400 01  WS-END-TIME PIC 9(8) VALUE ZERO.                             NC3224.2
024500 01  WS-XCARD-FSTATUS PIC XX VALUE SPACE.                         NC3224.2
024600 01  WS-XCARD-EOF     PIC X  VALUE SPACE.                         NC3224.2
024700 01  WS-XCARD-CODE    PIC X(3).                                   NC3224.2
024800 01  WS-XCARD-VALUE   PIC X(8).                                   NC3224.2
024900     COPY     CCVSSED.                                            NC3224.2
025000 01  CCVS-PGM-ID                     PIC X(9)   VALUE             NC3224.2
025100     "NC322A".                                                    NC3224.2
025200 PROCEDURE DIVISION.                                              NC3224.2
025300 CCVS1 SECTION.                                                   NC3224.2
025400 OPEN-FILES.                                                      NC3224.2
025400     CALL     "CCVSHBT" USING CCVS-PGM-ID                         NC3224.2
025400              BY CONTENT "OPEN ".                                 NC3224.2
025500     PERFORM  LOAD-X-CARD-PARMS.                                  NC3224.2
025600     OPEN     OUTPUT PRINT-FILE.                                  NC3224.2
025700     OPEN     EXTEND SUITE-SUMMARY-FILE.                          NC3224.2
025800     IF       WS-SS-FILE-STATUS = "35"                            NC3224.2
025900              OPEN OUTPUT SUITE-SUMMARY-FILE                      NC3224.2
026000     END-IF.                                                      NC3224.2
026100     OPEN     EXTEND NEGATIVE-PATH-FILE.                          NC3224.2
026200     IF       WS-NP-FILE-STATUS = "35"                            NC3224.2
026300              OPEN OUTPUT NEGATIVE-PATH-FILE                      NC3224.2
026400     END-IF.                                                      NC3224.2
026500     MOVE WHEN-COMPILED TO WS-BUILD-ID.                           NC3224.2
026600     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.                       NC3224.2
026700     ACCEPT WS-START-TIME FROM TIME.                              NC3224.2
026800     MOVE WS-BUILD-ID TO H4-BUILD-ID.                             NC3224.2
026900     MOVE WS-RUN-DATE TO H4-RUN-DATE.                             NC3224.2
027000     OPEN     OUTPUT CSV-RESULTS-FILE.                            NC3224.2
027100     WRITE    CSV-RESULTS-REC FROM CSV-HEADER-REC.                NC3224.2
027200     MOVE CCVS-PGM-ID TO TEST-ID. MOVE CCVS-PGM-ID TO ID-AGAIN.   NC3224.2
027300     MOVE    SPACE TO TEST-RESULTS.                               NC3224.2
027400     PERFORM  HEAD-ROUTINE THRU COLUMN-NAMES-ROUTINE.             NC3224.2
027500     GO TO CCVS1-EXIT.                                            NC3224.2
027600 CLOSE-FILES.                                                     NC3224.2
027600     CALL     "CCVSHBT" USING CCVS-PGM-ID                         NC3224.2
027600              BY CONTENT "CLOSE".                                 NC3224.2
027700     ACCEPT WS-END-TIME FROM TIME.                                NC3224.2
027800     PERFORM END-ROUTINE THRU END-ROUTINE-13. CLOSE PRINT-FILE.   NC3224.2
027900     CLOSE    SUITE-SUMMARY-FILE.                                 NC3224.2
028000     CLOSE    NEGATIVE-PATH-FILE.                                 NC3224.2
028100     CLOSE    CSV-RESULTS-FILE.                                   NC3224.2
028200 TERMINATE-CCVS.                                                  NC3224.2
028300*S   EXIT PROGRAM.                                                NC3224.2
028400*SERMINATE-CALL.                                                  NC3224.2
028500     EVALUATE TRUE                                                NC3224.2
028600         WHEN ERROR-COUNTER NOT EQUAL TO ZERO                     NC3224.2
028700             MOVE 16 TO RETURN-CODE                               NC3224.2
028800         WHEN DELETE-COUNTER NOT EQUAL TO ZERO                    NC3224.2
028900             MOVE 8 TO RETURN-CODE                                NC3224.2
029000         WHEN INSPECT-COUNTER NOT EQUAL TO ZERO                   NC3224.2
029100             MOVE 4 TO RETURN-CODE                                NC3224.2
029200         WHEN OTHER                                               NC3224.2
029300             MOVE 0 TO RETURN-CODE                                NC3224.2
029400     END-EVALUATE.                                                NC3224.2
029500     STOP     RUN.                                                NC3224.2
029600 EXTRACT-ANSI-CLAUSE-NUM.                                         NC3224.2
029700     MOVE     SPACES TO ANSI-CLAUSE-NUM.                          NC3224.2
029800     MOVE     1 TO WS-ANSI-IDX.                                   NC3224.2
029900     PERFORM  UNTIL WS-ANSI-IDX > 48                              NC3224.2
030000         OR ANSI-REFERENCE (WS-ANSI-IDX:1) = SPACE                NC3224.2
030100         OR ANSI-REFERENCE (WS-ANSI-IDX:1) = ";"                  NC3224.2
030200         ADD 1 TO WS-ANSI-IDX                                     NC3224.2
030300     END-PERFORM.                                                 NC3224.2
030400     SUBTRACT 1 FROM WS-ANSI-IDX GIVING WS-ANSI-LEN.              NC3224.2
030500     IF       WS-ANSI-LEN > 0                                     NC3224.2
030600              MOVE ANSI-REFERENCE (1:WS-ANSI-LEN)                 NC3224.2
030700                      TO ANSI-CLAUSE-NUM                          NC3224.2
030800     END-IF.                                                      NC3224.2
030900 LOAD-X-CARD-PARMS.                                               NC3224.2
031000     OPEN     INPUT XCARD-PARM-FILE.                              NC3224.2
031100     IF       WS-XCARD-FSTATUS NOT = "35"                         NC3224.2
031200              PERFORM READ-XCARD-PARM-LINE                        NC3224.2
031300              PERFORM APPLY-XCARD-PARM-LINE                       NC3224.2
031400                      UNTIL WS-XCARD-EOF = "Y"                    NC3224.2
031500              CLOSE XCARD-PARM-FILE                               NC3224.2
031600     END-IF.                                                      NC3224.2
031700     MOVE     SPACE TO DUMMY-RECORD.                              NC3224.2
031700     STRING   "RANDOM SEED: " DELIMITED BY SIZE                   NC3224.2
031700              WS-RANDOM-SEED DELIMITED BY SIZE                    NC3224.2
031700              INTO DUMMY-RECORD.                                  NC3224.2
031700     CALL     "CCVSLOG" USING CCVS-PGM-ID                         NC3224.2
031700              DUMMY-RECORD.                                       NC3224.2
031700     MOVE     SPACE TO DUMMY-RECORD.                              NC3224.2
031800 READ-XCARD-PARM-LINE.                                            NC3224.2
031900     READ     XCARD-PARM-FILE INTO XCARD-PARM-REC                 NC3224.2
032000              AT END MOVE "Y" TO WS-XCARD-EOF.                    NC3224.2
032100 APPLY-XCARD-PARM-LINE.                                           NC3224.2
032200     UNSTRING XCARD-PARM-REC DELIMITED BY "="                     NC3224.2
032300              INTO WS-XCARD-CODE WS-XCARD-VALUE.                  NC3224.2
032400     EVALUATE WS-XCARD-CODE                                       NC3224.2
032500     WHEN "095" MOVE WS-XCARD-VALUE(1:3)                          NC3224.2
032600         TO WS-PAGE-LINES-ALPHA                                   NC3224.2
032700 WHEN "999" MOVE WS-XCARD-VALUE TO WS-RANDOM-SEED                 NC3224.2
032800         WHEN OTHER CONTINUE                                      NC3224.2
032900     END-EVALUATE.                                                NC3224.2
033000     PERFORM  READ-XCARD-PARM-LINE.                               NC3224.2
033100 INSPT. MOVE "INSPT" TO P-OR-F. ADD 1 TO INSPECT-COUNTER.         NC3224.2
033200 PASS.  MOVE "PASS " TO P-OR-F.  ADD 1 TO PASS-COUNTER.           NC3224.2
033300 FAIL.  MOVE "FAIL*" TO P-OR-F.  ADD 1 TO ERROR-COUNTER.          NC3224.2
033400 DE-LETE.  MOVE "*****" TO P-OR-F.  ADD 1 TO DELETE-COUNTER.      NC3224.2
033500     MOVE "****TEST DELETED****" TO RE-MARK.                      NC3224.2
033600 PRINT-DETAIL.                                                    NC3224.2
033700     IF REC-CT NOT EQUAL TO ZERO                                  NC3224.2
033800             MOVE "." TO PARDOT-X                                 NC3224.2
033900             MOVE REC-CT TO DOTVALUE.                             NC3224.2
034000     MOVE     TEST-RESULTS TO PRINT-REC. PERFORM WRITE-LINE.      NC3224.2
034100     PERFORM WRITE-CSV-LINE.                                      NC3224.2
034200     IF P-OR-F EQUAL TO "FAIL*"  PERFORM WRITE-LINE               NC3224.2
034300        PERFORM FAIL-ROUTINE THRU FAIL-ROUTINE-EX                 NC3224.2
034400          ELSE PERFORM BAIL-OUT THRU BAIL-OUT-EX.                 NC3224.2
034500     MOVE SPACE TO P-OR-F. MOVE SPACE TO COMPUTED-X.              NC3224.2
034600     MOVE SPACE TO CORRECT-X.                                     NC3224.2
034700     IF     REC-CT EQUAL TO ZERO  MOVE SPACE TO PAR-NAME.         NC3224.2
034800     MOVE     SPACE TO RE-MARK.                                   NC3224.2
034900 HEAD-ROUTINE.                                                    NC3224.2
035000     MOVE CCVS-H-1  TO DUMMY-RECORD. PERFORM WRITE-LINE 2 TIMES.  NC3224.2
035100     MOVE CCVS-H-2A TO DUMMY-RECORD. PERFORM WRITE-LINE 2 TIMES.  NC3224.2
035200     MOVE CCVS-H-2B TO DUMMY-RECORD. PERFORM WRITE-LINE 3 TIMES.  NC3224.2
035300     MOVE CCVS-H-3  TO DUMMY-RECORD. PERFORM WRITE-LINE 3 TIMES.  NC3224.2
035400     MOVE CCVS-H-4 TO DUMMY-RECORD. PERFORM WRITE-LINE.           NC3224.2
035500 COLUMN-NAMES-ROUTINE.                                            NC3224.2
035600     MOVE CCVS-C-1 TO DUMMY-RECORD. PERFORM WRITE-LINE.           NC3224.2
035700     MOVE CCVS-C-2 TO DUMMY-RECORD. PERFORM WRITE-LINE 2 TIMES.   NC3224.2
035800     MOVE HYPHEN-LINE TO DUMMY-RECORD. PERFORM WRITE-LINE.        NC3224.2
035900 END-ROUTINE.                                                     NC3224.2
036000     MOVE HYPHEN-LINE TO DUMMY-RECORD. PERFORM WRITE-LINE 5 TIMES.NC3224.2
036100 END-RTN-EXIT.                                                    NC3224.2
036200     MOVE CCVS-E-1 TO DUMMY-RECORD. PERFORM WRITE-LINE 2 TIMES.   NC3224.2
036300 END-ROUTINE-1.                                                   NC3224.2
036400      ADD ERROR-COUNTER TO ERROR-HOLD ADD INSPECT-COUNTER TO      NC3224.2
036500      ERROR-HOLD. ADD DELETE-COUNTER TO ERROR-HOLD.               NC3224.2
036600      ADD PASS-COUNTER TO ERROR-HOLD.                             NC3224.2
036700     MOVE SPACE TO SUITE-SUMMARY-REC.                             NC3224.2
036800     STRING CCVS-PGM-ID     DELIMITED BY SPACE ","                NC3224.2
036900            WS-BUILD-ID      DELIMITED BY SIZE  ","               NC3224.2
037000            WS-RUN-DATE      DELIMITED BY SIZE  ","               NC3224.2
037100            WS-START-TIME    DELIMITED BY SIZE  ","               NC3224.2
037200            WS-END-TIME      DELIMITED BY SIZE  ","               NC3224.2
037300            PASS-COUNTER    DELIMITED BY SIZE  ","                NC3224.2
037400            ERROR-COUNTER   DELIMITED BY SIZE  ","                NC3224.2
037500            DELETE-COUNTER DELIMITED BY SIZE  ","                 NC3224.2
037600            INSPECT-COUNTER DELIMITED BY SIZE                     NC3224.2
037700            INTO SUITE-SUMMARY-REC.                               NC3224.2
037800     WRITE SUITE-SUMMARY-REC.                                     NC3224.2
037900*     IF PASS-COUNTER EQUAL TO ERROR-HOLD GO TO END-ROUTINE-12.   NC3224.2
038000      MOVE PASS-COUNTER TO CCVS-E-4-1.                            NC3224.2
038100      MOVE ERROR-HOLD TO CCVS-E-4-2.                              NC3224.2
038200      MOVE CCVS-E-4 TO CCVS-E-2-2.                                NC3224.2
038300      MOVE CCVS-E-2 TO DUMMY-RECORD PERFORM WRITE-LINE.           NC3224.2
038400  END-ROUTINE-12.                                                 NC3224.2
038500      MOVE "TEST(S) FAILED" TO ENDER-DESC.                        NC3224.2
038600     IF       ERROR-COUNTER IS EQUAL TO ZERO                      NC3224.2
038700         MOVE "NO " TO ERROR-TOTAL                                NC3224.2
038800         ELSE                                                     NC3224.2
038900         MOVE ERROR-COUNTER TO ERROR-TOTAL.                       NC3224.2
039000     MOVE     CCVS-E-2 TO DUMMY-RECORD.                           NC3224.2
039100     PERFORM WRITE-LINE.                                          NC3224.2
039200 END-ROUTINE-13.                                                  NC3224.2
039300     IF DELETE-COUNTER IS EQUAL TO ZERO                           NC3224.2
039400         MOVE "NO " TO ERROR-TOTAL  ELSE                          NC3224.2
039500         MOVE DELETE-COUNTER TO ERROR-TOTAL.                      NC3224.2
039600     MOVE "TEST(S) DELETED     " TO ENDER-DESC.                   NC3224.2
039700     MOVE CCVS-E-2 TO DUMMY-RECORD. PERFORM WRITE-LINE.           NC3224.2
039800      IF   INSPECT-COUNTER EQUAL TO ZERO                          NC3224.2
039900          MOVE "NO " TO ERROR-TOTAL                               NC3224.2
040000      ELSE MOVE INSPECT-COUNTER TO ERROR-TOTAL.                   NC3224.2
040100      MOVE "TEST(S) REQUIRE INSPECTION" TO ENDER-DESC.            NC3224.2
040200      MOVE CCVS-E-2 TO DUMMY-RECORD. PERFORM WRITE-LINE.          NC3224.2
040300     MOVE CCVS-E-3 TO DUMMY-RECORD. PERFORM WRITE-LINE.           NC3224.2
040400 WRITE-LINE.                                                      NC3224.2
040500     ADD 1 TO RECORD-COUNT.                                       NC3224.2
040600     IF RECORD-COUNT GREATER WS-PAGE-LINES                        NC3224.2
040700         MOVE DUMMY-RECORD TO DUMMY-HOLD                          NC3224.2
040800         MOVE SPACE TO DUMMY-RECORD                               NC3224.2
040900         WRITE DUMMY-RECORD AFTER ADVANCING 1 LINES               NC3224.2
041000         MOVE CCVS-H-1  TO DUMMY-RECORD PERFORM WRT-LN 2 TIMES    NC3224.2
041100         MOVE CCVS-H-2A TO DUMMY-RECORD PERFORM WRT-LN 2 TIMES    NC3224.2
041200         MOVE CCVS-H-2B TO DUMMY-RECORD PERFORM WRT-LN 3 TIMES    NC3224.2
041300         MOVE CCVS-H-3  TO DUMMY-RECORD PERFORM WRT-LN 3 TIMES    NC3224.2
041400         MOVE CCVS-H-4 TO DUMMY-RECORD PERFORM WRT-LN             NC3224.2
041500         MOVE CCVS-C-1  TO DUMMY-RECORD PERFORM WRT-LN            NC3224.2
041600         MOVE CCVS-C-2  TO DUMMY-RECORD PERFORM WRT-LN            NC3224.2
041700         MOVE HYPHEN-LINE TO DUMMY-RECORD PERFORM WRT-LN          NC3224.2
041800         MOVE DUMMY-HOLD TO DUMMY-RECORD                          NC3224.2
041900         MOVE ZERO TO RECORD-COUNT.                               NC3224.2
042000     PERFORM WRT-LN.                                              NC3224.2
042100 WRT-LN.                                                          NC3224.2
042200     WRITE    DUMMY-RECORD AFTER ADVANCING 1 LINES.               NC3224.2
042300     MOVE SPACE TO DUMMY-RECORD.                                  NC3224.2
042400 DERIVE-FEATURE-CODE.                                             NC3224.2
042500         MOVE SPACES TO FEATURE-CODE.                             NC3224.2
042600         MOVE ZERO TO WS-FC-CNT.                                  NC3224.2
042700         INSPECT FEATURE TALLYING WS-FC-CNT                       NC3224.2
042800             FOR ALL "UNSTRING".                                  NC3224.2
042900         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                NC3224.2
043000             MOVE "UNSTRING" TO FEATURE-CODE.                     NC3224.2
043100         MOVE ZERO TO WS-FC-CNT.                                  NC3224.2
043200         INSPECT FEATURE TALLYING WS-FC-CNT                       NC3224.2
043300             FOR ALL "REWRITE".                                   NC3224.2
043400         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                NC3224.2
043500             MOVE "REWRITE" TO FEATURE-CODE.                      NC3224.2
043600         MOVE ZERO TO WS-FC-CNT.                                  NC3224.2
043700         INSPECT FEATURE TALLYING WS-FC-CNT                       NC3224.2
043800             FOR ALL "SORT".                                      NC3224.2
043900         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                NC3224.2
044000             MOVE "SORT" TO FEATURE-CODE.                         NC3224.2
044100         MOVE ZERO TO WS-FC-CNT.                                  NC3224.2
044200         INSPECT FEATURE TALLYING WS-FC-CNT                       NC3224.2
044300             FOR ALL "MERGE".                                     NC3224.2
044400         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                NC3224.2
044500             MOVE "MERGE" TO FEATURE-CODE.                        NC3224.2
044600         MOVE ZERO TO WS-FC-CNT.                                  NC3224.2
044700         INSPECT FEATURE TALLYING WS-FC-CNT                       NC3224.2
044800             FOR ALL "WRITE".                                     NC3224.2
044900         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                NC3224.2
045000             MOVE "WRITE" TO FEATURE-CODE.                        NC3224.2
045100         MOVE ZERO TO WS-FC-CNT.                                  NC3224.2
045200         INSPECT FEATURE TALLYING WS-FC-CNT                       NC3224.2
045300             FOR ALL "DELETE".                                    NC3224.2
045400         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                NC3224.2
045500             MOVE "DELETE" TO FEATURE-CODE.                       NC3224.2
045600         MOVE ZERO TO WS-FC-CNT.                                  NC3224.2
045700         INSPECT FEATURE TALLYING WS-FC-CNT                       NC3224.2
045800             FOR ALL "READ".                                      NC3224.2
045900         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                NC3224.2
046000             MOVE "READ" TO FEATURE-CODE.                         NC3224.2
046100         MOVE ZERO TO WS-FC-CNT.                                  NC3224.2
046200         INSPECT FEATURE TALLYING WS-FC-CNT                       NC3224.2
046300             FOR ALL "OPEN".                                      NC3224.2
046400         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                NC3224.2
046500             MOVE "OPEN" TO FEATURE-CODE.                         NC3224.2
046600         MOVE ZERO TO WS-FC-CNT.                                  NC3224.2
046700         INSPECT FEATURE TALLYING WS-FC-CNT                       NC3224.2
046800             FOR ALL "CLOSE".                                     NC3224.2
046900         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                NC3224.2
047000             MOVE "CLOSE" TO FEATURE-CODE.                        NC3224.2
047100         MOVE ZERO TO WS-FC-CNT.                                  NC3224.2
047200         INSPECT FEATURE TALLYING WS-FC-CNT                       NC3224.2
047300             FOR ALL "START".                                     NC3224.2
047400         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                NC3224.2
047500             MOVE "START" TO FEATURE-CODE.                        NC3224.2
047600         MOVE ZERO TO WS-FC-CNT.                                  NC3224.2
047700         INSPECT FEATURE TALLYING WS-FC-CNT                       NC3224.2
047800             FOR ALL "CALL".                                      NC3224.2
047900         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                NC3224.2
048000             MOVE "CALL" TO FEATURE-CODE.                         NC3224.2
048100         MOVE ZERO TO WS-FC-CNT.                                  NC3224.2
048200         INSPECT FEATURE TALLYING WS-FC-CNT                       NC3224.2
048300             FOR ALL "STRING".                                    NC3224.2
048400         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                NC3224.2
048500             MOVE "STRING" TO FEATURE-CODE.                       NC3224.2
048600         MOVE ZERO TO WS-FC-CNT.                                  NC3224.2
048700         INSPECT FEATURE TALLYING WS-FC-CNT                       NC3224.2
048800             FOR ALL "INSPECT".                                   NC3224.2
048900         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                NC3224.2
049000             MOVE "INSPECT" TO FEATURE-CODE.                      NC3224.2
049100         MOVE ZERO TO WS-FC-CNT.                                  NC3224.2
049200         INSPECT FEATURE TALLYING WS-FC-CNT                       NC3224.2
049300             FOR ALL "COPY".                                      NC3224.2
049400         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                NC3224.2
049500             MOVE "COPY" TO FEATURE-CODE.                         NC3224.2
049600         MOVE ZERO TO WS-FC-CNT.                                  NC3224.2
049700         INSPECT FEATURE TALLYING WS-FC-CNT                       NC3224.2
049800             FOR ALL "SEG".                                       NC3224.2
049900         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                NC3224.2
050000             MOVE "SEGMENT" TO FEATURE-CODE.                      NC3224.2
050100         MOVE ZERO TO WS-FC-CNT.                                  NC3224.2
050200         INSPECT FEATURE TALLYING WS-FC-CNT                       NC3224.2
050300             FOR ALL "KEY".                                       NC3224.2
050400         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                NC3224.2
050500             MOVE "KEY" TO FEATURE-CODE.                          NC3224.2
050600         MOVE ZERO TO WS-FC-CNT.                                  NC3224.2
050700         INSPECT FEATURE TALLYING WS-FC-CNT                       NC3224.2
050800             FOR ALL "COMPARE".                                   NC3224.2
050900         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                NC3224.2
051000             MOVE "COMPARE" TO FEATURE-CODE.                      NC3224.2
051100         MOVE ZERO TO WS-FC-CNT.                                  NC3224.2
051200         INSPECT FEATURE TALLYING WS-FC-CNT                       NC3224.2
051300             FOR ALL "CONDITION".                                 NC3224.2
051400         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                NC3224.2
051500             MOVE "COND" TO FEATURE-CODE.                         NC3224.2
051600         IF FEATURE-CODE = SPACE                                  NC3224.2
051700             MOVE "OTHER" TO FEATURE-CODE.                        NC3224.2
051800 WRITE-NEGATIVE-PATH-LINE.                                        NC3224.2
051900     MOVE SPACE TO NEGATIVE-PATH-REC.                             NC3224.2
052000     STRING CCVS-PGM-ID     DELIMITED BY SPACE ","                NC3224.2
052100            FEATURE         DELIMITED BY SIZE  ","                NC3224.2
052200            FEATURE-CODE    DELIMITED BY SPACE ","                NC3224.2
052300            PAR-NAME        DELIMITED BY SIZE  ","                NC3224.2
052400            P-OR-F          DELIMITED BY SPACE                    NC3224.2
052500            INTO NEGATIVE-PATH-REC.                               NC3224.2
052600     WRITE NEGATIVE-PATH-REC.                                     NC3224.2
052700 WRITE-CSV-LINE.                                                  NC3224.2
052800     PERFORM DERIVE-FEATURE-CODE.                                 NC3224.2
052900     MOVE SPACE TO CSV-RESULTS-REC.                               NC3224.2
053000     STRING CCVS-PGM-ID     DELIMITED BY SPACE ","                NC3224.2
053100            FEATURE         DELIMITED BY SIZE  ","                NC3224.2
053200            FEATURE-CODE    DELIMITED BY SPACE ","                NC3224.2
053300            PAR-NAME        DELIMITED BY SIZE  ","                NC3224.2
053400            P-OR-F          DELIMITED BY SPACE ","                NC3224.2
053500            PASS-COUNTER    DELIMITED BY SIZE  ","                NC3224.2
053600            ERROR-COUNTER   DELIMITED BY SIZE  ","                NC3224.2
053700            DELETE-COUNTER DELIMITED BY SIZE  ","                 NC3224.2
053800            INSPECT-COUNTER DELIMITED BY SIZE                     NC3224.2
053900            INTO CSV-RESULTS-REC.                                 NC3224.2
054000     WRITE CSV-RESULTS-REC.                                       NC3224.2
054100     IF P-OR-F = "*****" OR P-OR-F = "INSPT"                      NC3224.2
054200         PERFORM WRITE-NEGATIVE-PATH-LINE.                        NC3224.2
054300 BLANK-LINE-PRINT.                                                NC3224.2
054400     PERFORM WRT-LN.                                              NC3224.2
054500 FAIL-ROUTINE.                                                    NC3224.2
054600     PERFORM  EXTRACT-ANSI-CLAUSE-NUM.                            NC3224.2
054700     IF     COMPUTED-X NOT EQUAL TO SPACE                         NC3224.2
054800            GO TO   FAIL-ROUTINE-WRITE.                           NC3224.2
054900     IF     CORRECT-X NOT EQUAL TO SPACE GO TO FAIL-ROUTINE-WRITE.NC3224.2
055000     MOVE   ANSI-REFERENCE TO INF-ANSI-REFERENCE.                 NC3224.2
055100     MOVE  "NO FURTHER INFORMATION, SEE PROGRAM." TO INFO-TEXT.   NC3224.2
055200     MOVE   XXINFO TO DUMMY-RECORD. PERFORM WRITE-LINE 2 TIMES.   NC3224.2
055300     MOVE   SPACES TO INF-ANSI-REFERENCE.                         NC3224.2
055400     GO TO  FAIL-ROUTINE-EX.                                      NC3224.2
055500 FAIL-ROUTINE-WRITE.                                              NC3224.2
055600     MOVE   TEST-COMPUTED TO PRINT-REC PERFORM WRITE-LINE         NC3224.2
055700     MOVE   ANSI-REFERENCE TO COR-ANSI-REFERENCE.                 NC3224.2
055800     MOVE   TEST-CORRECT TO PRINT-REC PERFORM WRITE-LINE 2 TIMES. NC3224.2
055900     MOVE   SPACES TO COR-ANSI-REFERENCE.                         NC3224.2
056000 FAIL-ROUTINE-EX. EXIT.                                           NC3224.2
056100 BAIL-OUT.                                                        NC3224.2
056200     IF     COMPUTED-A NOT EQUAL TO SPACE GO TO BAIL-OUT-WRITE.   NC3224.2
056300     IF     CORRECT-A EQUAL TO SPACE GO TO BAIL-OUT-EX.           NC3224.2
056400 BAIL-OUT-WRITE.                                                  NC3224.2
056500     MOVE CORRECT-A TO XXCORRECT. MOVE COMPUTED-A TO XXCOMPUTED.  NC3224.2
056600     MOVE   ANSI-REFERENCE TO INF-ANSI-REFERENCE.                 NC3224.2
056700     MOVE   XXINFO TO DUMMY-RECORD. PERFORM WRITE-LINE 2 TIMES.   NC3224.2
056800     MOVE   SPACES TO INF-ANSI-REFERENCE.                         NC3224.2
056900 BAIL-OUT-EX. EXIT.                                               NC3224.2
057000 CCVS1-EXIT.                                                      NC3224.2
057100     EXIT.                                                        NC3224.2
057200 SECT-NC322A-001 SECTION.                                         NC3224.2
057300 IXD-BUILD-322.                                                   NC3224.2
057400*    THE STARTING OCCURRENCE (2 THRU 9) AND THE STEP (1 THRU 4)   NC3224.2
057500*    DERIVE FROM THE SHARED SEED; NO CASE CAN LEAVE THE TABLE.    NC3224.2
057600     MOVE     "USAGE INDEX" TO FEATURE.                           NC3224.2
057700     MOVE     "VI-42 5.17 USAGE INDEX" TO ANSI-REFERENCE.         NC3224.2
057800     COMPUTE  IXD-START = 2 +                                     NC3224.2
057900              (WS-RANDOM-SEED -                                   NC3224.2
058000              ((WS-RANDOM-SEED / 8) * 8)).                        NC3224.2
058100     COMPUTE  IXD-STEP = 1 +                                      NC3224.2
058200              (WS-RANDOM-SEED -                                   NC3224.2
058300              ((WS-RANDOM-SEED / 4) * 4)).                        NC3224.2
058400     COMPUTE  IXD-BASE = 100 +                                    NC3224.2
058500              (WS-RANDOM-SEED -                                   NC3224.2
058600              ((WS-RANDOM-SEED / 97) * 97)).                      NC3224.2
058700     PERFORM  IXD-BUILD-ONE-ENTRY                                 NC3224.2
058800              VARYING IXD-BUILD-SUB FROM 1 BY 1                   NC3224.2
058900              UNTIL IXD-BUILD-SUB > 20.                           NC3224.2
059000     GO       TO IXD-INIT-322-1.                                  NC3224.2
059100 IXD-BUILD-ONE-ENTRY.                                             NC3224.2
059200     COMPUTE  IXD-KEY (IXD-BUILD-SUB) =                           NC3224.2
059300              IXD-BASE + (IXD-BUILD-SUB * 7).                     NC3224.2
059400     MOVE     IXD-BUILD-SUB TO IXD-SLOT (IXD-BUILD-SUB).          NC3224.2
059500 IXD-INIT-322-1.                                                  NC3224.2
059600     SET      IXD-IX TO IXD-START.                                NC3224.2
059700     SET      IXD-SAVE TO IXD-IX.                                 NC3224.2
059800     SET      IXD-IX TO 1.                                        NC3224.2
059900 IXD-TEST-322-1.                                                  NC3224.2
060000*    INDEX-NAME TO INDEX DATA ITEM AND BACK AGAIN.                NC3224.2
060100     MOVE     "IXD-TEST-322-1" TO PAR-NAME.                       NC3224.2
060200     SET      IXD-IX TO IXD-SAVE.                                 NC3224.2
060300     IF       IXD-SLOT (IXD-IX) = IXD-START                       NC3224.2
060400              PERFORM PASS                                        NC3224.2
060500              GO TO IXD-WRITE-322-1.                              NC3224.2
060600     MOVE     IXD-SLOT (IXD-IX) TO COMPUTED-18V0.                 NC3224.2
060700     MOVE     IXD-START TO CORRECT-18V0.                          NC3224.2
060800     MOVE     "INDEX LOST THROUGH INDEX DATA ITEM" TO RE-MARK.    NC3224.2
060900     PERFORM  FAIL.                                               NC3224.2
061000 IXD-WRITE-322-1.                                                 NC3224.2
061100     PERFORM  PRINT-DETAIL.                                       NC3224.2
061200 IXD-INIT-322-2.                                                  NC3224.2
061300     SET      IXD-SAVE-2 TO IXD-SAVE.                             NC3224.2
061400     SET      IXD-IX2 TO 1.                                       NC3224.2
061500 IXD-TEST-322-2.                                                  NC3224.2
061600*    INDEX DATA ITEM TO INDEX DATA ITEM, THEN TO A SECOND         NC3224.2
061700*    INDEX-NAME OF THE SAME TABLE AND OUT TO AN INTEGER.          NC3224.2
061800     MOVE     "IXD-TEST-322-2" TO PAR-NAME.                       NC3224.2
061900     SET      IXD-IX2 TO IXD-SAVE-2.                              NC3224.2
062000     SET      IXD-SUB TO IXD-IX2.                                 NC3224.2
062100     IF       IXD-SUB = IXD-START                                 NC3224.2
062200              AND IXD-KEY (IXD-IX2) = IXD-BASE + (IXD-START * 7)  NC3224.2
062300              PERFORM PASS                                        NC3224.2
062400              GO TO IXD-WRITE-322-2.                              NC3224.2
062500     MOVE     IXD-SUB TO COMPUTED-18V0.                           NC3224.2
062600     MOVE     IXD-START TO CORRECT-18V0.                          NC3224.2
062700     MOVE     "INDEX DATA ITEM COPY LOST ITS VALUE" TO RE-MARK.   NC3224.2
062800     PERFORM  FAIL.                                               NC3224.2
062900 IXD-WRITE-322-2.                                                 NC3224.2
063000     PERFORM  PRINT-DETAIL.                                       NC3224.2
063100 IXD-INIT-322-3.                                                  NC3224.2
063200     MOVE     "SET UP BY / DOWN BY" TO FEATURE.                   NC3224.2
063300     MOVE     "VI-126 6.27 SET" TO ANSI-REFERENCE.                NC3224.2
063400     SET      IXD-IX TO IXD-START.                                NC3224.2
063500 IXD-TEST-322-3.                                                  NC3224.2
063600*    INDEX-NAME UP BY THE SEEDED STEP, THEN UP BY A LITERAL.      NC3224.2
063700     MOVE     "IXD-TEST-322-3" TO PAR-NAME.                       NC3224.2
063800     SET      IXD-IX UP BY IXD-STEP.                              NC3224.2
063900     SET      IXD-IX UP BY 2.                                     NC3224.2
064000     COMPUTE  IXD-EXPECT = IXD-START + IXD-STEP + 2.              NC3224.2
064100     IF       IXD-SLOT (IXD-IX) = IXD-EXPECT                      NC3224.2
064200              PERFORM PASS                                        NC3224.2
064300              GO TO IXD-WRITE-322-3.                              NC3224.2
064400     MOVE     IXD-SLOT (IXD-IX) TO COMPUTED-18V0.                 NC3224.2
064500     MOVE     IXD-EXPECT TO CORRECT-18V0.                         NC3224.2
064600     MOVE     "INDEX-NAME UP BY WRONG" TO RE-MARK.                NC3224.2
064700     PERFORM  FAIL.                                               NC3224.2
064800 IXD-WRITE-322-3.                                                 NC3224.2
064900     PERFORM  PRINT-DETAIL.                                       NC3224.2
065000 IXD-TEST-322-4.                                                  NC3224.2
065100*    INDEX-NAME DOWN BY THE SEEDED STEP LANDS ONE STEP PAST       NC3224.2
065200*    THE START AGAIN (2 STILL ADDED FROM THE TEST ABOVE).         NC3224.2
065300     MOVE     "IXD-TEST-322-4" TO PAR-NAME.                       NC3224.2
065400     SET      IXD-IX DOWN BY IXD-STEP.                            NC3224.2
065500     COMPUTE  IXD-EXPECT = IXD-START + 2.                         NC3224.2
065600     IF       IXD-SLOT (IXD-IX) = IXD-EXPECT                      NC3224.2
065700              PERFORM PASS                                        NC3224.2
065800              GO TO IXD-WRITE-322-4.                              NC3224.2
065900     MOVE     IXD-SLOT (IXD-IX) TO COMPUTED-18V0.                 NC3224.2
066000     MOVE     IXD-EXPECT TO CORRECT-18V0.                         NC3224.2
066100     MOVE     "INDEX-NAME DOWN BY WRONG" TO RE-MARK.              NC3224.2
066200     PERFORM  FAIL.                                               NC3224.2
066300 IXD-WRITE-322-4.                                                 NC3224.2
066400     PERFORM  PRINT-DETAIL.                                       NC3224.2
066500 IXD-INIT-322-5.                                                  NC3224.2
066600     SET      IXD-IX TO IXD-START.                                NC3224.2
066700     SET      IXD-SAVE TO IXD-IX.                                 NC3224.2
066800 IXD-TEST-322-5.                                                  NC3224.2
066900*    UP BY ON THE INDEX DATA ITEM ITSELF, READ BACK THROUGH       NC3224.2
067000*    AN INDEX-NAME.                                               NC3224.2
067100     MOVE     "IXD-TEST-322-5" TO PAR-NAME.                       NC3224.2
067200     SET      IXD-SAVE UP BY IXD-STEP.                            NC3224.2
067300     SET      IXD-IX2 TO IXD-SAVE.                                NC3224.2
067400     COMPUTE  IXD-EXPECT = IXD-START + IXD-STEP.                  NC3224.2
067500     IF       IXD-SLOT (IXD-IX2) = IXD-EXPECT                     NC3224.2
067600              PERFORM PASS                                        NC3224.2
067700              GO TO IXD-WRITE-322-5.                              NC3224.2
067800     MOVE     IXD-SLOT (IXD-IX2) TO COMPUTED-18V0.                NC3224.2
067900     MOVE     IXD-EXPECT TO CORRECT-18V0.                         NC3224.2
068000     MOVE     "INDEX DATA ITEM UP BY WRONG" TO RE-MARK.           NC3224.2
068100     PERFORM  FAIL.                                               NC3224.2
068200 IXD-WRITE-322-5.                                                 NC3224.2
068300     PERFORM  PRINT-DETAIL.                                       NC3224.2
068400 IXD-TEST-322-6.                                                  NC3224.2
068500*    DOWN BY ON THE INDEX DATA ITEM RETURNS IT TO THE START.      NC3224.2
068600     MOVE     "IXD-TEST-322-6" TO PAR-NAME.                       NC3224.2
068700     SET      IXD-SAVE DOWN BY IXD-STEP.                          NC3224.2
068800     SET      IXD-IX2 TO IXD-SAVE.                                NC3224.2
068900     IF       IXD-SLOT (IXD-IX2) = IXD-START                      NC3224.2
069000              PERFORM PASS                                        NC3224.2
069100              GO TO IXD-WRITE-322-6.                              NC3224.2
069200     MOVE     IXD-SLOT (IXD-IX2) TO COMPUTED-18V0.                NC3224.2
069300     MOVE     IXD-START TO CORRECT-18V0.                          NC3224.2
069400     MOVE     "INDEX DATA ITEM DOWN BY WRONG" TO RE-MARK.         NC3224.2
069500     PERFORM  FAIL.                                               NC3224.2
069600 IXD-WRITE-322-6.                                                 NC3224.2
069700     PERFORM  PRINT-DETAIL.                                       NC3224.2
069800 IXD-INIT-322-7.                                                  NC3224.2
069900     MOVE     "INDEX COMPARISON" TO FEATURE.                      NC3224.2
070000     MOVE     "VI-54 6.3.4.6 INDEX" TO ANSI-REFERENCE.            NC3224.2
070100     SET      IXD-IX TO IXD-START.                                NC3224.2
070200     SET      IXD-SAVE TO IXD-IX.                                 NC3224.2
070300 IXD-TEST-322-7.                                                  NC3224.2
070400*    AN INDEX-NAME EQUALS THE INDEX DATA ITEM SET FROM IT.        NC3224.2
070500     MOVE     "IXD-TEST-322-7" TO PAR-NAME.                       NC3224.2
070600     IF       IXD-IX = IXD-SAVE                                   NC3224.2
070700              AND IXD-SAVE = IXD-IX                               NC3224.2
070800              AND NOT IXD-IX < IXD-SAVE                           NC3224.2
070900              PERFORM PASS                                        NC3224.2
071000              GO TO IXD-WRITE-322-7.                              NC3224.2
071100     MOVE     "INDEX-NAME NOT EQUAL TO ITS SAVED VALUE"           NC3224.2
071200              TO RE-MARK.                                         NC3224.2
071300     PERFORM  FAIL.                                               NC3224.2
071400 IXD-WRITE-322-7.                                                 NC3224.2
071500     PERFORM  PRINT-DETAIL.                                       NC3224.2
071600 IXD-TEST-322-8.                                                  NC3224.2
071700*    AFTER THE INDEX-NAME MOVES ON, THE ORDERING HOLDS IN         NC3224.2
071800*    BOTH DIRECTIONS.                                             NC3224.2
071900     MOVE     "IXD-TEST-322-8" TO PAR-NAME.                       NC3224.2
072000     SET      IXD-IX UP BY IXD-STEP.                              NC3224.2
072100     IF       IXD-IX > IXD-SAVE                                   NC3224.2
072200              AND IXD-SAVE < IXD-IX                               NC3224.2
072300              AND IXD-IX NOT = IXD-SAVE                           NC3224.2
072400              PERFORM PASS                                        NC3224.2
072500              GO TO IXD-WRITE-322-8.                              NC3224.2
072600     MOVE     "INDEX ORDERING WRONG" TO RE-MARK.                  NC3224.2
072700     PERFORM  FAIL.                                               NC3224.2
072800 IXD-WRITE-322-8.                                                 NC3224.2
072900     PERFORM  PRINT-DETAIL.                                       NC3224.2
073000 IXD-TEST-322-9.                                                  NC3224.2
073100*    TWO INDEX DATA ITEMS COMPARE WITH EACH OTHER.                NC3224.2
073200     MOVE     "IXD-TEST-322-9" TO PAR-NAME.                       NC3224.2
073300     SET      IXD-SAVE-2 TO IXD-SAVE.                             NC3224.2
073400     IF       IXD-SAVE-2 = IXD-SAVE                               NC3224.2
073500              PERFORM PASS                                        NC3224.2
073600              GO TO IXD-WRITE-322-9.                              NC3224.2
073700     MOVE     "INDEX DATA ITEMS UNEQUAL" TO RE-MARK.              NC3224.2
073800     PERFORM  FAIL.                                               NC3224.2
073900 IXD-WRITE-322-9.                                                 NC3224.2
074000     PERFORM  PRINT-DETAIL.                                       NC3224.2
074100 IXD-INIT-322-10.                                                 NC3224.2
074200     MOVE     "INDEX SAVE/RESTORE" TO FEATURE.                    NC3224.2
074300     MOVE     "VI-126 6.27 SET" TO ANSI-REFERENCE.                NC3224.2
074400     SET      IXD-IX TO IXD-START.                                NC3224.2
074500     SET      IXD-SAVE TO IXD-IX.                                 NC3224.2
074600     MOVE     ZERO TO IXD-SUM.                                    NC3224.2
074700     PERFORM  IXD-SUM-ONE-ENTRY                                   NC3224.2
074800              VARYING IXD-IX FROM 1 BY 1 UNTIL IXD-IX > 20.       NC3224.2
074900 IXD-TEST-322-10.                                                 NC3224.2
075000*    THE PERFORM VARYING REUSED IXD-IX OVER THE WHOLE TABLE;      NC3224.2
075100*    THE SAVED VALUE PUTS IT BACK WHERE IT WAS.                   NC3224.2
075200     MOVE     "IXD-TEST-322-10" TO PAR-NAME.                      NC3224.2
075300     SET      IXD-IX TO IXD-SAVE.                                 NC3224.2
075400     IF       IXD-SLOT (IXD-IX) = IXD-START                       NC3224.2
075500              AND IXD-SUM = 210                                   NC3224.2
075600              PERFORM PASS                                        NC3224.2
075700              GO TO IXD-WRITE-322-10.                             NC3224.2
075800     MOVE     IXD-SLOT (IXD-IX) TO COMPUTED-18V0.                 NC3224.2
075900     MOVE     IXD-START TO CORRECT-18V0.                          NC3224.2
076000     MOVE     "INDEX NOT RESTORED AFTER PERFORM VARYING"          NC3224.2
076100              TO RE-MARK.                                         NC3224.2
076200     PERFORM  FAIL.                                               NC3224.2
076300 IXD-WRITE-322-10.                                                NC3224.2
076400     PERFORM  PRINT-DETAIL.                                       NC3224.2
076500 IXD-INIT-322-11.                                                 NC3224.2
076600     SET      IXD-IX TO IXD-START.                                NC3224.2
076700     SET      IXD-IX2 TO IXD-START.                               NC3224.2
076800     SET      IXD-IX2 UP BY IXD-STEP.                             NC3224.2
076900     SET      IXD-HOLD (1) TO IXD-IX.                             NC3224.2
077000     SET      IXD-HOLD (2) TO IXD-IX2.                            NC3224.2
077100     SET      IXD-HOLD (3) TO IXD-HOLD (1).                       NC3224.2
077200     PERFORM  IXD-SUM-ONE-ENTRY                                   NC3224.2
077300              VARYING IXD-IX FROM 1 BY 1 UNTIL IXD-IX > 20.       NC3224.2
077400     PERFORM  IXD-SUM-ONE-ENTRY-2                                 NC3224.2
077500              VARYING IXD-IX2 FROM 1 BY 1 UNTIL IXD-IX2 > 20.     NC3224.2
077600 IXD-TEST-322-11.                                                 NC3224.2
077700*    A TABLE OF INDEX DATA ITEMS HOLDS BOTH INDEX-NAMES           NC3224.2
077800*    ACROSS TWO PERFORM VARYING LOOPS.                            NC3224.2
077900     MOVE     "IXD-TEST-322-11" TO PAR-NAME.                      NC3224.2
078000     SET      IXD-IX TO IXD-HOLD (3).                             NC3224.2
078100     SET      IXD-IX2 TO IXD-HOLD (2).                            NC3224.2
078200     COMPUTE  IXD-EXPECT = IXD-START + IXD-STEP.                  NC3224.2
078300     IF       IXD-SLOT (IXD-IX) = IXD-START                       NC3224.2
078400              AND IXD-SLOT (IXD-IX2) = IXD-EXPECT                 NC3224.2
078500              PERFORM PASS                                        NC3224.2
078600              GO TO IXD-WRITE-322-11.                             NC3224.2
078700     MOVE     IXD-SLOT (IXD-IX2) TO COMPUTED-18V0.                NC3224.2
078800     MOVE     IXD-EXPECT TO CORRECT-18V0.                         NC3224.2
078900     MOVE     "INDEX DATA ITEM TABLE LOST A VALUE" TO RE-MARK.    NC3224.2
079000     PERFORM  FAIL.                                               NC3224.2
079100 IXD-WRITE-322-11.                                                NC3224.2
079200     PERFORM  PRINT-DETAIL.                                       NC3224.2
079300     GO       TO CCVS-999999.                                     NC3224.2
079400 IXD-SUM-ONE-ENTRY.                                               NC3224.2
079500     ADD      IXD-SLOT (IXD-IX) TO IXD-SUM.                       NC3224.2
079600 IXD-SUM-ONE-ENTRY-2.                                             NC3224.2
079700     ADD      IXD-SLOT (IXD-IX2) TO IXD-SUM.                      NC3224.2
079800 CCVS-EXIT SECTION.                                               NC3224.2
079900 CCVS-999999.                                                     NC3224.2
080000     GO TO CLOSE-FILES.                                           NC3224.2
