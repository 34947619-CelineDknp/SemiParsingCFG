000100 IDENTIFICATION DIVISION.                                         NC3194.2
000200 PROGRAM-ID.                                                      NC3194.2
000300     NC319A.                                                      NC3194.2
000400****************************************************************  NC3194.2
000500*                                                              *  NC3194.2
000600*    VALIDATION FOR:-                                          *  NC3194.2
000700*                                                              *  NC3194.2
000800*    "ON-SITE VALIDATION, NATIONAL INSTITUTE OF STD & TECH.     ".NC3194.2
000900*                                                              *  NC3194.2
001000*    "COBOL 85 VERSION 4.2, Apr  1993 SSVG                      ".NC3194.2
001100*                                                              *  NC3194.2
001200****************************************************************  NC3194.2
001300*                                                              *  NC3194.2
001400*      X-CARDS USED BY THIS PROGRAM ARE :-                     *  NC3194.2
001500*                                                              *  NC3194.2
001600*        X-55  - SYSTEM PRINTER NAME.                          *  NC3194.2
001700*        X-82  - SOURCE COMPUTER NAME.                         *  NC3194.2
001800*        X-83  - OBJECT COMPUTER NAME.                         *  NC3194.2
001900*                                                              *  NC3194.2
002000****************************************************************  NC3194.2
002100*                                                              *  NC3194.2
002169*    NC319A IS THE ASSERTION MATRIX FOR THREE DATA-DESCRIPTION *  NC3194.2
002238*    CLAUSES THE SUITE BARELY TOUCHED -- JUSTIFIED APPEARS ONCE*  NC3194.2
002307*    (IN SQ106A'S RECORD LAYOUT) AND BLANK WHEN ZERO AND       *  NC3194.2
002376*    SYNCHRONIZED NEVER:                                       *  NC3194.2
002445*                                                              *  NC3194.2
002514*      - BLANK WHEN ZERO ON NUMERIC-EDITED AND NUMERIC         *  NC3194.2
002583*        RECEIVERS, FOR ZERO, NEGATIVE ZERO, A SOURCE THAT     *  NC3194.2
002652*        TRUNCATES TO ZERO AND NON-ZERO SOURCES,               *  NC3194.2
002721*      - JUSTIFIED RIGHT ON SHORT, LONG AND EXACT-LENGTH       *  NC3194.2
002790*        ALPHANUMERIC MOVES, AND A GROUP MOVE (WHICH IGNORES   *  NC3194.2
002859*        IT),                                                  *  NC3194.2
002928*      - SYNCHRONIZED COMP ITEMS IN A GROUP RECORD AND IN A    *  NC3194.2
002997*        TABLE: THE GROUP LENGTH (ANY SLACK BYTES INCLUDED)    *  NC3194.2
003066*        AGREES BETWEEN TWO DESCRIPTIONS OF THE SAME LAYOUT,   *  NC3194.2
003135*        THE VALUES HOLD, AND THE RECORD ROUND-TRIPS THROUGH   *  NC3194.2
003204*        A 120-BYTE RECORD-SEQUENTIAL BED (XXXXX071) OF THE    *  NC3194.2
003273*        SQ SHAPE.                                             *  NC3194.2
003342*                                                              *  NC3194.2
003411*    SLACK BYTES ARE THE IMPLEMENTOR'S CHOICE; THE GROUP       *  NC3194.2
003480*    LENGTH IS ASSERTED ONLY TO LIE BETWEEN THE UNALIGNED SUM  *  NC3194.2
003549*    AND THAT SUM PLUS THE WORST-CASE SLACK.                   *  NC3194.2
003618*                                                              *  NC3194.2
003700****************************************************************  NC3194.2
003800 ENVIRONMENT DIVISION.                                            NC3194.2
003900 CONFIGURATION SECTION.                                           NC3194.2
004000 SOURCE-COMPUTER.                                                 NC3194.2
004100     COPY CCVSTRG.                                                NC3194.2
004200 OBJECT-COMPUTER.                                                 NC3194.2
004300     COPY CCVSTRG.                                                NC3194.2
004400 INPUT-OUTPUT SECTION.                                            NC3194.2
004500 FILE-CONTROL.                                                    NC3194.2
004600     SELECT PRINT-FILE ASSIGN TO                                  NC3194.2
004700     "report.log".                                                NC3194.2
004800     SELECT   CSV-RESULTS-FILE ASSIGN TO                          NC3194.2
004900     "results.csv".                                               NC3194.2
005000     SELECT   SUITE-SUMMARY-FILE ASSIGN TO                        NC3194.2
005100     "suite_summary.csv"                                          NC3194.2
005200     FILE STATUS IS WS-SS-FILE-STATUS.                            NC3194.2
005300     SELECT   NEGATIVE-PATH-FILE ASSIGN TO                        NC3194.2
005400     "negative_path.csv"                                          NC3194.2
005500     FILE STATUS IS WS-NP-FILE-STATUS.                            NC3194.2
005600     SELECT   XCARD-PARM-FILE ASSIGN TO                           NC3194.2
005700     "xcard.dat"                                                  NC3194.2
005800     ORGANIZATION LINE SEQUENTIAL                                 NC3194.2
005900     FILE STATUS IS WS-XCARD-FSTATUS.                             NC3194.2
005925     SELECT SYN-BED-FILE ASSIGN TO                                NC3194.2
005950     "XXXXX071"                                                   NC3194.2
005975     FILE STATUS IS SYN-FSTATUS.                                  NC3194.2
006000 DATA DIVISION.                                                   NC3194.2
006100 FILE SECTION.                                                    NC3194.2
006200 FD  PRINT-FILE.                                                  NC3194.2
006300 01  PRINT-REC PICTURE X(120).                                    NC3194.2
006400 01  DUMMY-RECORD PICTURE X(120).                                 NC3194.2
006500 FD  CSV-RESULTS-FILE.                                            NC3194.2
006600 01  CSV-RESULTS-REC PICTURE X(200).                              NC3194.2
006700 FD  SUITE-SUMMARY-FILE.                                          NC3194.2
006800 01  SUITE-SUMMARY-REC PICTURE X(80).                             NC3194.2
006900 FD  NEGATIVE-PATH-FILE.                                          NC3194.2
007000 01  NEGATIVE-PATH-REC PICTURE X(200).                            NC3194.2
007100 FD  XCARD-PARM-FILE.                                             NC3194.2
007200 01  XCARD-PARM-REC PIC X(80).                                    NC3194.2
007225 FD  SYN-BED-FILE                                                 NC3194.2
007250     RECORD CONTAINS 120 CHARACTERS.                              NC3194.2
007275 01  SYN-BED-REC         PIC X(120).                              NC3194.2
007300 WORKING-STORAGE SECTION.                                         NC3194.2
007400 77  SYN-FSTATUS         PICTURE XX VALUE SPACE.                  NC3194.2
007410 77  SYN-LENGTH          PICTURE 9(4) COMP VALUE ZERO.            NC3194.2
007420 77  SYN-LENGTH-2        PICTURE 9(4) COMP VALUE ZERO.            NC3194.2
007430 77  SYN-READ-CT         PICTURE 9(4) COMP VALUE ZERO.            NC3194.2
007440 77  SYN-SUB             PICTURE 9    VALUE ZERO.                 NC3194.2
007450 77  SYN-BAD-SW          PICTURE X    VALUE SPACE.                NC3194.2
007460 01  BWZ-EDITED          PIC ZZZ9.99   BLANK WHEN ZERO.           NC3194.2
007470 01  BWZ-SIGNED          PIC -,--9.99  BLANK WHEN ZERO.           NC3194.2
007480 01  BWZ-NUMERIC         PIC 9(4)      BLANK WHEN ZERO.           NC3194.2
007490 01  BWZ-SOURCE          PIC S9(3)V999 VALUE ZERO.                NC3194.2
007500 01  JUS-SHORT           PIC X(6)      JUSTIFIED RIGHT.           NC3194.2
007510 01  JUS-LONG            PIC X(5)      JUST RIGHT.                NC3194.2
007520 01  JUS-EXACT           PIC X(4)      JUSTIFIED.                 NC3194.2
007530 01  JUS-GROUP.                                                   NC3194.2
007540     02 JUS-GROUP-ITEM   PIC X(6)      JUSTIFIED RIGHT.           NC3194.2
007550 01  SYN-PROBE-AREA.                                              NC3194.2
007560     02 SYN-WS-GROUP.                                             NC3194.2
007570        03 SYN-WS-KEY    PIC X(3).                                NC3194.2
007580        03 SYN-WS-HALF   PIC S9(4)  COMP SYNCHRONIZED.            NC3194.2
007590        03 SYN-WS-TAG    PIC X.                                   NC3194.2
007600        03 SYN-WS-FULL   PIC S9(9)  COMP SYNC.                    NC3194.2
007610        03 SYN-WS-DOUBLE PIC 9(18)  COMP SYNC RIGHT.              NC3194.2
007620        03 SYN-WS-TAIL   PIC X(5).                                NC3194.2
007630     02 SYN-PROBE-PAD    PIC X(60).                               NC3194.2
007640 01  SYN-BED-IMAGE.                                               NC3194.2
007650     02 SYN-IMG-GROUP.                                            NC3194.2
007660        03 SYN-IMG-KEY    PIC X(3).                               NC3194.2
007670        03 SYN-IMG-HALF   PIC S9(4)  COMP SYNCHRONIZED.           NC3194.2
007680        03 SYN-IMG-TAG    PIC X.                                  NC3194.2
007690        03 SYN-IMG-FULL   PIC S9(9)  COMP SYNC.                   NC3194.2
007700        03 SYN-IMG-DOUBLE PIC 9(18)  COMP SYNC RIGHT.             NC3194.2
007710        03 SYN-IMG-TAIL   PIC X(5).                               NC3194.2
007720     02 SYN-IMG-FILL      PIC X(70).                              NC3194.2
007730 01  SYN-EXPECT-IMAGE     PIC X(120).                             NC3194.2
007740 01  SYN-TABLE-AREA.                                              NC3194.2
007750     02 SYN-ENTRY OCCURS 3 TIMES.                                 NC3194.2
007760        03 SYN-E-FLAG     PIC X.                                  NC3194.2
007770        03 SYN-E-AMOUNT   PIC S9(7)  COMP SYNC.                   NC3194.2
008100 01  TEST-RESULTS.                                                NC3194.2
008200     02 FILLER                   PIC X      VALUE SPACE.          NC3194.2
008300     02 FEATURE                  PIC X(20)  VALUE SPACE.          NC3194.2
008400 02 FEATURE-CODE PICTURE X(8) VALUE SPACE.                        NC3194.2
008500     02 FILLER                   PIC X      VALUE SPACE.          NC3194.2
008600     02 P-OR-F                   PIC X(5)   VALUE SPACE.          NC3194.2
008700     02 FILLER                   PIC X      VALUE SPACE.          NC3194.2
008800     02  PAR-NAME.                                                NC3194.2
008900       03 FILLER                 PIC X(19)  VALUE SPACE.          NC3194.2
009000       03  PARDOT-X              PIC X      VALUE SPACE.          NC3194.2
009100       03 DOTVALUE               PIC 99     VALUE ZERO.           NC3194.2
009200     02 FILLER                   PIC X(8)   VALUE SPACE.          NC3194.2
009300     02 RE-MARK                  PIC X(61).                       NC3194.2
009400 01  TEST-COMPUTED.                                               NC3194.2
009500     02 FILLER                   PIC X(30)  VALUE SPACE.          NC3194.2
009600     02 FILLER                   PIC X(17)  VALUE                 NC3194.2
009700            "       COMPUTED=".                                   NC3194.2
009800     02 COMPUTED-X.                                               NC3194.2
009900     03 COMPUTED-A               PIC X(20)  VALUE SPACE.          NC3194.2
010000     03 COMPUTED-N               REDEFINES COMPUTED-A             NC3194.2
010100                                 PIC -9(9).9(9).                  NC3194.2
010200     03 COMPUTED-0V18 REDEFINES COMPUTED-A   PIC -.9(18).         NC3194.2
010300     03 COMPUTED-4V14 REDEFINES COMPUTED-A   PIC -9(4).9(14).     NC3194.2
010400     03 COMPUTED-14V4 REDEFINES COMPUTED-A   PIC -9(14).9(4).     NC3194.2
010500     03       CM-18V0 REDEFINES COMPUTED-A.                       NC3194.2
010600         04 COMPUTED-18V0                    PIC -9(18).          NC3194.2
010700         04 FILLER                           PIC X.               NC3194.2
010800     03 FILLER PIC X(50) VALUE SPACE.                             NC3194.2
010900 01  TEST-CORRECT.                                                NC3194.2
011000     02 FILLER PIC X(30) VALUE SPACE.                             NC3194.2
011100     02 FILLER PIC X(17) VALUE "       CORRECT =".                NC3194.2
011200     02 CORRECT-X.                                                NC3194.2
011300     03 CORRECT-A                  PIC X(20) VALUE SPACE.         NC3194.2
011400     03 CORRECT-N    REDEFINES CORRECT-A     PIC -9(9).9(9).      NC3194.2
011500     03 CORRECT-0V18 REDEFINES CORRECT-A     PIC -.9(18).         NC3194.2
011600     03 CORRECT-4V14 REDEFINES CORRECT-A     PIC -9(4).9(14).     NC3194.2
011700     03 CORRECT-14V4 REDEFINES CORRECT-A     PIC -9(14).9(4).     NC3194.2
011800     03      CR-18V0 REDEFINES CORRECT-A.                         NC3194.2
011900         04 CORRECT-18V0                     PIC -9(18).          NC3194.2
012000         04 FILLER                           PIC X.               NC3194.2
012100     03 FILLER PIC X(2) VALUE SPACE.                              NC3194.2
012200     03 COR-ANSI-REFERENCE             PIC X(48) VALUE SPACE.     NC3194.2
012300 01  CCVS-C-1.                                                    NC3194.2
012400     02 FILLER  PIC IS X(99)    VALUE IS " FEATURE              PANC3194.2
012500-    "SS  PARAGRAPH-NAME                                          NC3194.2
012600-    "       REMARKS".                                            NC3194.2
012700     02 FILLER                     PIC X(20)    VALUE SPACE.      NC3194.2
012800 01  CCVS-C-2.                                                    NC3194.2
012900     02 FILLER                     PIC X        VALUE SPACE.      NC3194.2
013000     02 FILLER                     PIC X(6)     VALUE "TESTED".   NC3194.2
013100     02 FILLER                     PIC X(15)    VALUE SPACE.      NC3194.2
013200     02 FILLER                     PIC X(4)     VALUE "FAIL".     NC3194.2
013300     02 FILLER                     PIC X(94)    VALUE SPACE.      NC3194.2
013400 01  REC-SKL-SUB                   PIC 9(2)     VALUE ZERO.       NC3194.2
013500 01  REC-CT                        PIC 99       VALUE ZERO.       NC3194.2
013600 01  DELETE-COUNTER                PIC 999      VALUE ZERO.       NC3194.2
013700 01  ERROR-COUNTER                 PIC 999      VALUE ZERO.       NC3194.2
013800 01  INSPECT-COUNTER               PIC 999      VALUE ZERO.       NC3194.2
013900 01  PASS-COUNTER                  PIC 999      VALUE ZERO.       NC3194.2
014000 01  TOTAL-ERROR                   PIC 999      VALUE ZERO.       NC3194.2
014100 01  ERROR-HOLD                    PIC 999      VALUE ZERO.       NC3194.2
014200 01  DUMMY-HOLD                    PIC X(120)   VALUE SPACE.      NC3194.2
014300 01  RECORD-COUNT                  PIC 9(5)     VALUE ZERO.       NC3194.2
014400 01  WS-PAGE-LINES-ALPHA PIC X(3) VALUE "060".                    NC3194.2
014500 01  WS-PAGE-LINES REDEFINES                                      NC3194.2
014600     WS-PAGE-LINES-ALPHA PIC 9(3).                                NC3194.2
014700 01  ANSI-REFERENCE                PIC X(48)    VALUE SPACES.     NC3194.2
014800 01  ANSI-CLAUSE-NUM PIC X(16) VALUE SPACES.                      NC3194.2
014900 01  WS-ANSI-IDX     PIC 9(2).                                    NC3194.2
015000 01  WS-ANSI-LEN     PIC 9(2).                                    NC3194.2
015100 01  CCVS-H-1.                                                    NC3194.2
015200     02  FILLER                    PIC X(39)    VALUE SPACES.     NC3194.2
015300     02  FILLER                    PIC X(42)    VALUE             NC3194.2
015400     "OFFICIAL COBOL COMPILER VALIDATION SYSTEM".                 NC3194.2
015500     02  FILLER                    PIC X(39)    VALUE SPACES.     NC3194.2
015600 01  CCVS-H-2A.                                                   NC3194.2
015700   02  FILLER                        PIC X(40)  VALUE SPACE.      NC3194.2
015800   02  FILLER                        PIC X(7)   VALUE "CCVS85 ".  NC3194.2
015900   02  FILLER                        PIC XXXX   VALUE             NC3194.2
016000     "4.2 ".                                                      NC3194.2
016100   02  FILLER                        PIC X(28)  VALUE             NC3194.2
016200            " COPY - NOT FOR DISTRIBUTION".                       NC3194.2
016300   02  FILLER                        PIC X(41)  VALUE SPACE.      NC3194.2
016400                                                                  NC3194.2
016500 01  CCVS-H-2B.                                                   NC3194.2
016600   02  FILLER                        PIC X(15)  VALUE             NC3194.2
016700            "TEST RESULT OF ".                                    NC3194.2
016800   02  TEST-ID                       PIC X(9).                    NC3194.2
016900   02  FILLER                        PIC X(4)   VALUE             NC3194.2
017000            " IN ".                                               NC3194.2
017100   02  FILLER                        PIC X(12)  VALUE             NC3194.2
017200     " HIGH       ".                                              NC3194.2
017300   02  FILLER                        PIC X(22)  VALUE             NC3194.2
017400            " LEVEL VALIDATION FOR ".                             NC3194.2
017500   02  FILLER                        PIC X(58)  VALUE             NC3194.2
017600     "ON-SITE VALIDATION, NATIONAL INSTITUTE OF STD & TECH.     ".NC3194.2
017700 01  CCVS-H-3.                                                    NC3194.2
017800     02  FILLER                      PIC X(34)  VALUE             NC3194.2
017900            " FOR OFFICIAL USE ONLY    ".                         NC3194.2
018000     02  FILLER                      PIC X(58)  VALUE             NC3194.2
018100     "COBOL 85 VERSION 4.2, Apr  1993 SSVG                      ".NC3194.2
018200     02  FILLER                      PIC X(28)  VALUE             NC3194.2
018300            "  COPYRIGHT   1985 ".                                NC3194.2
018400 01  CCVS-H-4.                                                    NC3194.2
018500     02  FILLER                      PIC X(15)  VALUE             NC3194.2
018600            "COMPILED DATE: ".                                    NC3194.2
018700     02  H4-BUILD-ID                 PIC X(16).                   NC3194.2
018800     02  FILLER                      PIC X(10)  VALUE             NC3194.2
018900            "  RUN ON: ".                                         NC3194.2
019000     02  H4-RUN-DATE                 PIC 9(8).                    NC3194.2
019100     02  FILLER                      PIC X(71)  VALUE SPACE.      NC3194.2
019200 01  CCVS-E-1.                                                    NC3194.2
019300     02 FILLER                       PIC X(52)  VALUE SPACE.      NC3194.2
019400     02 FILLER  PIC X(14) VALUE IS "END OF TEST-  ".              NC3194.2
019500     02 ID-AGAIN                     PIC X(9).                    NC3194.2
019600     02 FILLER                       PIC X(45)  VALUE SPACES.     NC3194.2
019700 01  CCVS-E-2.                                                    NC3194.2
019800     02  FILLER                      PIC X(31)  VALUE SPACE.      NC3194.2
019900     02  FILLER                      PIC X(21)  VALUE SPACE.      NC3194.2
020000     02 CCVS-E-2-2.                                               NC3194.2
020100         03 ERROR-TOTAL              PIC XXX    VALUE SPACE.      NC3194.2
020200         03 FILLER                   PIC X      VALUE SPACE.      NC3194.2
020300         03 ENDER-DESC               PIC X(44)  VALUE             NC3194.2
020400            "ERRORS ENCOUNTERED".                                 NC3194.2
020500 01  CCVS-E-3.                                                    NC3194.2
020600     02  FILLER                      PIC X(22)  VALUE             NC3194.2
020700            " FOR OFFICIAL USE ONLY".                             NC3194.2
020800     02  FILLER                      PIC X(12)  VALUE SPACE.      NC3194.2
020900     02  FILLER                      PIC X(58)  VALUE             NC3194.2
021000     "ON-SITE VALIDATION, NATIONAL INSTITUTE OF STD & TECH.     ".NC3194.2
021100     02  FILLER                      PIC X(13)  VALUE SPACE.      NC3194.2
021200     02 FILLER                       PIC X(15)  VALUE             NC3194.2
021300             " COPYRIGHT 1985".                                   NC3194.2
021400 01  CCVS-E-4.                                                    NC3194.2
021500     02 CCVS-E-4-1                   PIC XXX    VALUE SPACE.      NC3194.2
021600     02 FILLER                       PIC X(4)   VALUE " OF ".     NC3194.2
021700     02 CCVS-E-4-2                   PIC XXX    VALUE SPACE.      NC3194.2
021800     02 FILLER                       PIC X(40)  VALUE             NC3194.2
021900      "  TESTS WERE EXECUTED SUCCESSFULLY".                       NC3194.2
022000 01  XXINFO.                                                      NC3194.2
022100     02 FILLER                       PIC X(19)  VALUE             NC3194.2
022200            "*** INFORMATION ***".                                NC3194.2
022300     02 INFO-TEXT.                                                NC3194.2
022400       04 FILLER                     PIC X(8)   VALUE SPACE.      NC3194.2
022500       04 XXCOMPUTED                 PIC X(20).                   NC3194.2
022600       04 FILLER                     PIC X(5)   VALUE SPACE.      NC3194.2
022700       04 XXCORRECT                  PIC X(20).                   NC3194.2
022800     02 INF-ANSI-REFERENCE           PIC X(48).                   NC3194.2
022900 01  HYPHEN-LINE.                                                 NC3194.2
023000     02 FILLER  PIC IS X VALUE IS SPACE.                          NC3194.2
023100     02 FILLER  PIC IS X(65)    VALUE IS "************************NC3194.2
023200-    "*****************************************".                 NC3194.2
023300     02 FILLER  PIC IS X(54)    VALUE IS "************************NC3194.2
023400-    "******************************".                            NC3194.2
023500 01  CSV-HEADER-REC PICTURE X(200) VALUE                          NC3194.2
023600     "PGM-ID,FEATURE,FEATURE-CODE,PAR-NAME,                       NC3194.2
023700-    "P-OR-F,PASS,FAIL,DELETE,INSPECT".                           NC3194.2
023800 01  WS-SS-FILE-STATUS PICTURE XX VALUE SPACE.                    NC3194.2
023900 01  WS-NP-FILE-STATUS PIC XX VALUE SPACE.                        NC3194.2
024000 01  WS-FC-CNT PIC 9(3) VALUE ZERO.                               NC3194.2
024100 01  WS-BUILD-ID PIC X(16) VALUE SPACE.                           NC3194.2
024200 01  WS-RUN-DATE PIC 9(8) VALUE ZERO.                             NC3194.2
024300 01  WS-START-TIME PIC 9(8) VALUE ZERO.                           NC3194.2
024400 01  WS-END-TIME PIC 9(8) VALUE ZERO.                             NC3194.2
024500 01  WS-XCARD-FSTATUS PIC XX VALUE SPACE.                         NC3194.2
024600 01  WS-XCARD-EOF     PIC X  VALUE SPACE.                         NC3194.2
024700 01  WS-XCARD-CODE    PIC X(3).                                   NC3194.2
024800 01  WS-XCARD-VALUE   PIC X(8).                                   NC3194.2
024900     COPY     CCVSSED.                                            NC3194.2
025000 01  CCVS-PGM-ID                     PIC X(9)   VALUE             NC3194.2
025100     "NC319A".                                                    NC3194.2
025200 PROCEDURE DIVISION.                                              NC3194.2
025300 CCVS1 SECTION.                                                   NC3194.2
025400 OPEN-FILES.                                                      NC3194.2
025400     CALL     "CCVSHBT" USING CCVS-PGM-ID                         NC3194.2
025400              BY CONTENT "OPEN ".                                 NC3194.2
025500     PERFORM  LOAD-X-CARD-PARMS.                                  NC3194.2
025600     OPEN     OUTPUT PRINT-FILE.                                  NC3194.2
025700     OPEN     EXTEND SUITE-SUMMARY-FILE.                          NC3194.2
025800     IF       WS-SS-FILE-STATUS = "35"                            NC3194.2
025900              OPEN OUTPUT SUITE-SUMMARY-FILE                      NC3194.2
026000     END-IF.                                                      NC3194.2
026100     OPEN     EXTEND NEGATIVE-PATH-FILE.                          NC3194.2
026200     IF       WS-NP-FILE-STATUS = "35"                            NC3194.2
026300              OPEN OUTPUT NEGATIVE-PATH-FILE                      NC3194.2
026400     END-IF.                                                      NC3194.2
026500     MOVE WHEN-COMPILED TO WS-BUILD-ID.                           NC3194.2
026600     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.                       NC3194.2
026700     ACCEPT WS-START-TIME FROM TIME.                              NC3194.2
026800     MOVE WS-BUILD-ID TO H4-BUILD-ID.                             NC3194.2
026900     MOVE WS-RUN-DATE TO H4-RUN-DATE.                             NC3194.2
027000     OPEN     OUTPUT CSV-RESULTS-FILE.                            NC3194.2
027100     WRITE    CSV-RESULTS-REC FROM CSV-HEADER-REC.                NC3194.2
027200     MOVE CCVS-PGM-ID TO TEST-ID. MOVE CCVS-PGM-ID TO ID-AGAIN.   NC3194.2
027300     MOVE    SPACE TO TEST-RESULTS.                               NC3194.2
027400     PERFORM  HEAD-ROUTINE THRU COLUMN-NAMES-ROUTINE.             NC3194.2
027500     GO TO CCVS1-EXIT.                                            NC3194.2
027600 CLOSE-FILES.                                                     NC3194.2
027600     CALL     "CCVSHBT" USING CCVS-PGM-ID                         NC3194.2
027600              BY CONTENT "CLOSE".                                 NC3194.2
027700     ACCEPT WS-END-TIME FROM TIME.                                NC3194.2
027800     PERFORM END-ROUTINE THRU END-ROUTINE-13. CLOSE PRINT-FILE.   NC3194.2
027900     CLOSE    SUITE-SUMMARY-FILE.                                 NC3194.2
028000     CLOSE    NEGATIVE-PATH-FILE.                                 NC3194.2
028100     CLOSE    CSV-RESULTS-FILE.                                   NC3194.2
028200 TERMINATE-CCVS.                                                  NC3194.2
028300*S   EXIT PROGRAM.                                                NC3194.2
028400*SERMINATE-CALL.                                                  NC3194.2
028500     EVALUATE TRUE                                                NC3194.2
028600         WHEN ERROR-COUNTER NOT EQUAL TO ZERO                     NC3194.2
028700             MOVE 16 TO RETURN-CODE                               NC3194.2
028800         WHEN DELETE-COUNTER NOT EQUAL TO ZERO                    NC3194.2
028900             MOVE 8 TO RETURN-CODE                                NC3194.2
029000         WHEN INSPECT-COUNTER NOT EQUAL TO ZERO                   NC3194.2
029100             MOVE 4 TO RETURN-CODE                                NC3194.2
029200         WHEN OTHER                                               NC3194.2
029300             MOVE 0 TO RETURN-CODE                                NC3194.2
029400     END-EVALUATE.                                                NC3194.2
029500     STOP     RUN.                                                NC3194.2
029600 EXTRACT-ANSI-CLAUSE-NUM.                                         NC3194.2
029700     MOVE     SPACES TO ANSI-CLAUSE-NUM.                          NC3194.2
029800     MOVE     1 TO WS-ANSI-IDX.                                   NC3194.2
029900     PERFORM  UNTIL WS-ANSI-IDX > 48                              NC3194.2
030000         OR ANSI-REFERENCE (WS-ANSI-IDX:1) = SPACE                NC3194.2
030100         OR ANSI-REFERENCE (WS-ANSI-IDX:1) = ";"                  NC3194.2
030200         ADD 1 TO WS-ANSI-IDX                                     NC3194.2
030300     END-PERFORM.                                                 NC3194.2
030400     SUBTRACT 1 FROM WS-ANSI-IDX GIVING WS-ANSI-LEN.              NC3194.2
030500     IF       WS-ANSI-LEN > 0                                     NC3194.2
030600              MOVE ANSI-REFERENCE (1:WS-ANSI-LEN)                 NC3194.2
030700                      TO ANSI-CLAUSE-NUM                          NC3194.2
030800     END-IF.                                                      NC3194.2
030900 LOAD-X-CARD-PARMS.                                               NC3194.2
031000     OPEN     INPUT XCARD-PARM-FILE.                              NC3194.2
031100     IF       WS-XCARD-FSTATUS NOT = "35"                         NC3194.2
031200              PERFORM READ-XCARD-PARM-LINE                        NC3194.2
031300              PERFORM APPLY-XCARD-PARM-LINE                       NC3194.2
031400                      UNTIL WS-XCARD-EOF = "Y"                    NC3194.2
031500              CLOSE XCARD-PARM-FILE                               NC3194.2
031600     END-IF.                                                      NC3194.2
031700     MOVE     SPACE TO DUMMY-RECORD.                              NC3194.2
031700     STRING   "RANDOM SEED: " DELIMITED BY SIZE                   NC3194.2
031700              WS-RANDOM-SEED DELIMITED BY SIZE                    NC3194.2
031700              INTO DUMMY-RECORD.                                  NC3194.2
031700     CALL     "CCVSLOG" USING CCVS-PGM-ID                         NC3194.2
031700              DUMMY-RECORD.                                       NC3194.2
031700     MOVE     SPACE TO DUMMY-RECORD.                              NC3194.2
031800 READ-XCARD-PARM-LINE.                                            NC3194.2
031900     READ     XCARD-PARM-FILE INTO XCARD-PARM-REC                 NC3194.2
032000              AT END MOVE "Y" TO WS-XCARD-EOF.                    NC3194.2
032100 APPLY-XCARD-PARM-LINE.                                           NC3194.2
032200     UNSTRING XCARD-PARM-REC DELIMITED BY "="                     NC3194.2
032300              INTO WS-XCARD-CODE WS-XCARD-VALUE.                  NC3194.2
032400     EVALUATE WS-XCARD-CODE                                       NC3194.2
032500     WHEN "095" MOVE WS-XCARD-VALUE(1:3)                          NC3194.2
032600         TO WS-PAGE-LINES-ALPHA                                   NC3194.2
032700 WHEN "999" MOVE WS-XCARD-VALUE TO WS-RANDOM-SEED                 NC3194.2
032800         WHEN OTHER CONTINUE                                      NC3194.2
032900     END-EVALUATE.                                                NC3194.2
033000     PERFORM  READ-XCARD-PARM-LINE.                               NC3194.2
033100 INSPT. MOVE "INSPT" TO P-OR-F. ADD 1 TO INSPECT-COUNTER.         NC3194.2
033200 PASS.  MOVE "PASS " TO P-OR-F.  ADD 1 TO PASS-COUNTER.           NC3194.2
033300 FAIL.  MOVE "FAIL*" TO P-OR-F.  ADD 1 TO ERROR-COUNTER.          NC3194.2
033400 DE-LETE.  MOVE "*****" TO P-OR-F.  ADD 1 TO DELETE-COUNTER.      NC3194.2
033500     MOVE "****TEST DELETED****" TO RE-MARK.                      NC3194.2
033600 PRINT-DETAIL.                                                    NC3194.2
033700     IF REC-CT NOT EQUAL TO ZERO                                  NC3194.2
033800             MOVE "." TO PARDOT-X                                 NC3194.2
033900             MOVE REC-CT TO DOTVALUE.                             NC3194.2
034000     MOVE     TEST-RESULTS TO PRINT-REC. PERFORM WRITE-LINE.      NC3194.2
034100     PERFORM WRITE-CSV-LINE.                                      NC3194.2
034200     IF P-OR-F EQUAL TO "FAIL*"  PERFORM WRITE-LINE               NC3194.2
034300        PERFORM FAIL-ROUTINE THRU FAIL-ROUTINE-EX                 NC3194.2
034400          ELSE PERFORM BAIL-OUT THRU BAIL-OUT-EX.                 NC3194.2
034500     MOVE SPACE TO P-OR-F. MOVE SPACE TO COMPUTED-X.              NC3194.2
034600     MOVE SPACE TO CORRECT-X.                                     NC3194.2
034700     IF     REC-CT EQUAL TO ZERO  MOVE SPACE TO PAR-NAME.         NC3194.2
034800     MOVE     SPACE TO RE-MARK.                                   NC3194.2
034900 HEAD-ROUTINE.                                                    NC3194.2
035000     MOVE CCVS-H-1  TO DUMMY-RECORD. PERFORM WRITE-LINE 2 TIMES.  NC3194.2
035100     MOVE CCVS-H-2A TO DUMMY-RECORD. PERFORM WRITE-LINE 2 TIMES.  NC3194.2
035200     MOVE CCVS-H-2B TO DUMMY-RECORD. PERFORM WRITE-LINE 3 TIMES.  NC3194.2
035300     MOVE CCVS-H-3  TO DUMMY-RECORD. PERFORM WRITE-LINE 3 TIMES.  NC3194.2
035400     MOVE CCVS-H-4 TO DUMMY-RECORD. PERFORM WRITE-LINE.           NC3194.2
035500 COLUMN-NAMES-ROUTINE.                                            NC3194.2
035600     MOVE CCVS-C-1 TO DUMMY-RECORD. PERFORM WRITE-LINE.           NC3194.2
035700     MOVE CCVS-C-2 TO DUMMY-RECORD. PERFORM WRITE-LINE 2 TIMES.   NC3194.2
035800     MOVE HYPHEN-LINE TO DUMMY-RECORD. PERFORM WRITE-LINE.        NC3194.2
035900 END-ROUTINE.                                                     NC3194.2
036000     MOVE HYPHEN-LINE TO DUMMY-RECORD. PERFORM WRITE-LINE 5 TIMES.NC3194.2
036100 END-RTN-EXIT.                                                    NC3194.2
036200     MOVE CCVS-E-1 TO DUMMY-RECORD. PERFORM WRITE-LINE 2 TIMES.   NC3194.2
036300 END-ROUTINE-1.                                                   NC3194.2
036400      ADD ERROR-COUNTER TO ERROR-HOLD ADD INSPECT-COUNTER TO      NC3194.2
036500      ERROR-HOLD. ADD DELETE-COUNTER TO ERROR-HOLD.               NC3194.2
036600      ADD PASS-COUNTER TO ERROR-HOLD.                             NC3194.2
036700     MOVE SPACE TO SUITE-SUMMARY-REC.                             NC3194.2
036800     STRING CCVS-PGM-ID     DELIMITED BY SPACE ","                NC3194.2
036900            WS-BUILD-ID      DELIMITED BY SIZE  ","               NC3194.2
037000            WS-RUN-DATE      DELIMITED BY SIZE  ","               NC3194.2
037100            WS-START-TIME    DELIMITED BY SIZE  ","               NC3194.2
037200            WS-END-TIME      DELIMITED BY SIZE  ","               NC3194.2
037300            PASS-COUNTER    DELIMITED BY SIZE  ","                NC3194.2
037400            ERROR-COUNTER   DELIMITED BY SIZE  ","                NC3194.2
037500            DELETE-COUNTER DELIMITED BY SIZE  ","                 NC3194.2
037600            INSPECT-COUNTER DELIMITED BY SIZE                     NC3194.2
037700            INTO SUITE-SUMMARY-REC.                               NC3194.2
037800     WRITE SUITE-SUMMARY-REC.                                     NC3194.2
037900*     IF PASS-COUNTER EQUAL TO ERROR-HOLD GO TO END-ROUTINE-12.   NC3194.2
038000      MOVE PASS-COUNTER TO CCVS-E-4-1.                            NC3194.2
038100      MOVE ERROR-HOLD TO CCVS-E-4-2.                              NC3194.2
038200      MOVE CCVS-E-4 TO CCVS-E-2-2.                                NC3194.2
038300      MOVE CCVS-E-2 TO DUMMY-RECORD PERFORM WRITE-LINE.           NC3194.2
038400  END-ROUTINE-12.                                                 NC3194.2
038500      MOVE "TEST(S) FAILED" TO ENDER-DESC.                        NC3194.2
038600     IF       ERROR-COUNTER IS EQUAL TO ZERO                      NC3194.2
038700         MOVE "NO " TO ERROR-TOTAL                                NC3194.2
038800         ELSE                                                     NC3194.2
038900         MOVE ERROR-COUNTER TO ERROR-TOTAL.                       NC3194.2
039000     MOVE     CCVS-E-2 TO DUMMY-RECORD.                           NC3194.2
039100     PERFORM WRITE-LINE.                                          NC3194.2
039200 END-ROUTINE-13.                                                  NC3194.2
039300     IF DELETE-COUNTER IS EQUAL TO ZERO                           NC3194.2
039400         MOVE "NO " TO ERROR-TOTAL  ELSE                          NC3194.2
039500         MOVE DELETE-COUNTER TO ERROR-TOTAL.                      NC3194.2
039600     MOVE "TEST(S) DELETED     " TO ENDER-DESC.                   NC3194.2
039700     MOVE CCVS-E-2 TO DUMMY-RECORD. PERFORM WRITE-LINE.           NC3194.2
039800      IF   INSPECT-COUNTER EQUAL TO ZERO                          NC3194.2
039900          MOVE "NO " TO ERROR-TOTAL                               NC3194.2
040000      ELSE MOVE INSPECT-COUNTER TO ERROR-TOTAL.                   NC3194.2
040100      MOVE "TEST(S) REQUIRE INSPECTION" TO ENDER-DESC.            NC3194.2
040200      MOVE CCVS-E-2 TO DUMMY-RECORD. PERFORM WRITE-LINE.          NC3194.2
040300     MOVE CCVS-E-3 TO DUMMY-RECORD. PERFORM WRITE-LINE.           NC3194.2
040400 WRITE-LINE.                                                      NC3194.2
040500     ADD 1 TO RECORD-COUNT.                                       NC3194.2
040600     IF RECORD-COUNT GREATER WS-PAGE-LINES                        NC3194.2
040700         MOVE DUMMY-RECORD TO DUMMY-HOLD                          NC3194.2
040800         MOVE SPACE TO DUMMY-RECORD                               NC3194.2
040900         WRITE DUMMY-RECORD AFTER ADVANCING 1 LINES               NC3194.2
041000         MOVE CCVS-H-1  TO DUMMY-RECORD PERFORM WRT-LN 2 TIMES    NC3194.2
041100         MOVE CCVS-H-2A TO DUMMY-RECORD PERFORM WRT-LN 2 TIMES    NC3194.2
041200         MOVE CCVS-H-2B TO DUMMY-RECORD PERFORM WRT-LN 3 TIMES    NC3194.2
041300         MOVE CCVS-H-3  TO DUMMY-RECORD PERFORM WRT-LN 3 TIMES    NC3194.2
041400         MOVE CCVS-H-4 TO DUMMY-RECORD PERFORM WRT-LN             NC3194.2
041500         MOVE CCVS-C-1  TO DUMMY-RECORD PERFORM WRT-LN            NC3194.2
041600         MOVE CCVS-C-2  TO DUMMY-RECORD PERFORM WRT-LN            NC3194.2
041700         MOVE HYPHEN-LINE TO DUMMY-RECORD PERFORM WRT-LN          NC3194.2
041800         MOVE DUMMY-HOLD TO DUMMY-RECORD                          NC3194.2
041900         MOVE ZERO TO RECORD-COUNT.                               NC3194.2
042000     PERFORM WRT-LN.                                              NC3194.2
042100 WRT-LN.                                                          NC3194.2
042200     WRITE    DUMMY-RECORD AFTER ADVANCING 1 LINES.               NC3194.2
042300     MOVE SPACE TO DUMMY-RECORD.                                  NC3194.2
042400 DERIVE-FEATURE-CODE.                                             NC3194.2
042500         MOVE SPACES TO FEATURE-CODE.                             NC3194.2
042600         MOVE ZERO TO WS-FC-CNT.                                  NC3194.2
042700         INSPECT FEATURE TALLYING WS-FC-CNT                       NC3194.2
042800             FOR ALL "UNSTRING".                                  NC3194.2
042900         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                NC3194.2
043000             MOVE "UNSTRING" TO FEATURE-CODE.                     NC3194.2
043100         MOVE ZERO TO WS-FC-CNT.                                  NC3194.2
043200         INSPECT FEATURE TALLYING WS-FC-CNT                       NC3194.2
043300             FOR ALL "REWRITE".                                   NC3194.2
043400         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                NC3194.2
043500             MOVE "REWRITE" TO FEATURE-CODE.                      NC3194.2
043600         MOVE ZERO TO WS-FC-CNT.                                  NC3194.2
043700         INSPECT FEATURE TALLYING WS-FC-CNT                       NC3194.2
043800             FOR ALL "SORT".                                      NC3194.2
043900         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                NC3194.2
044000             MOVE "SORT" TO FEATURE-CODE.                         NC3194.2
044100         MOVE ZERO TO WS-FC-CNT.                                  NC3194.2
044200         INSPECT FEATURE TALLYING WS-FC-CNT                       NC3194.2
044300             FOR ALL "MERGE".                                     NC3194.2
044400         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                NC3194.2
044500             MOVE "MERGE" TO FEATURE-CODE.                        NC3194.2
044600         MOVE ZERO TO WS-FC-CNT.                                  NC3194.2
044700         INSPECT FEATURE TALLYING WS-FC-CNT                       NC3194.2
044800             FOR ALL "WRITE".                                     NC3194.2
044900         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                NC3194.2
045000             MOVE "WRITE" TO FEATURE-CODE.                        NC3194.2
045100         MOVE ZERO TO WS-FC-CNT.                                  NC3194.2
045200         INSPECT FEATURE TALLYING WS-FC-CNT                       NC3194.2
045300             FOR ALL "DELETE".                                    NC3194.2
045400         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                NC3194.2
045500             MOVE "DELETE" TO FEATURE-CODE.                       NC3194.2
045600         MOVE ZERO TO WS-FC-CNT.                                  NC3194.2
045700         INSPECT FEATURE TALLYING WS-FC-CNT                       NC3194.2
045800             FOR ALL "READ".                                      NC3194.2
045900         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                NC3194.2
046000             MOVE "READ" TO FEATURE-CODE.                         NC3194.2
046100         MOVE ZERO TO WS-FC-CNT.                                  NC3194.2
046200         INSPECT FEATURE TALLYING WS-FC-CNT                       NC3194.2
046300             FOR ALL "OPEN".                                      NC3194.2
046400         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                NC3194.2
046500             MOVE "OPEN" TO FEATURE-CODE.                         NC3194.2
046600         MOVE ZERO TO WS-FC-CNT.                                  NC3194.2
046700         INSPECT FEATURE TALLYING WS-FC-CNT                       NC3194.2
046800             FOR ALL "CLOSE".                                     NC3194.2
046900         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                NC3194.2
047000             MOVE "CLOSE" TO FEATURE-CODE.                        NC3194.2
047100         MOVE ZERO TO WS-FC-CNT.                                  NC3194.2
047200         INSPECT FEATURE TALLYING WS-FC-CNT                       NC3194.2
047300             FOR ALL "START".                                     NC3194.2
047400         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                NC3194.2
047500             MOVE "START" TO FEATURE-CODE.                        NC3194.2
047600         MOVE ZERO TO WS-FC-CNT.                                  NC3194.2
047700         INSPECT FEATURE TALLYING WS-FC-CNT                       NC3194.2
047800             FOR ALL "CALL".                                      NC3194.2
047900         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                NC3194.2
048000             MOVE "CALL" TO FEATURE-CODE.                         NC3194.2
048100         MOVE ZERO TO WS-FC-CNT.                                  NC3194.2
048200         INSPECT FEATURE TALLYING WS-FC-CNT                       NC3194.2
048300             FOR ALL "STRING".                                    NC3194.2
048400         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                NC3194.2
048500             MOVE "STRING" TO FEATURE-CODE.                       NC3194.2
048600         MOVE ZERO TO WS-FC-CNT.                                  NC3194.2
048700         INSPECT FEATURE TALLYING WS-FC-CNT                       NC3194.2
048800             FOR ALL "INSPECT".                                   NC3194.2
048900         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                NC3194.2
049000             MOVE "INSPECT" TO FEATURE-CODE.                      NC3194.2
049100         MOVE ZERO TO WS-FC-CNT.                                  NC3194.2
049200         INSPECT FEATURE TALLYING WS-FC-CNT                       NC3194.2
049300             FOR ALL "COPY".                                      NC3194.2
049400         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                NC3194.2
049500             MOVE "COPY" TO FEATURE-CODE.                         NC3194.2
049600         MOVE ZERO TO WS-FC-CNT.                                  NC3194.2
049700         INSPECT FEATURE TALLYING WS-FC-CNT                       NC3194.2
049800             FOR ALL "SEG".                                       NC3194.2
049900         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                NC3194.2
050000             MOVE "SEGMENT" TO FEATURE-CODE.                      NC3194.2
050100         MOVE ZERO TO WS-FC-CNT.                                  NC3194.2
050200         INSPECT FEATURE TALLYING WS-FC-CNT                       NC3194.2
050300             FOR ALL "KEY".                                       NC3194.2
050400         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                NC3194.2
050500             MOVE "KEY" TO FEATURE-CODE.                          NC3194.2
050600         MOVE ZERO TO WS-FC-CNT.                                  NC3194.2
050700         INSPECT FEATURE TALLYING WS-FC-CNT                       NC3194.2
050800             FOR ALL "COMPARE".                                   NC3194.2
050900         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                NC3194.2
051000             MOVE "COMPARE" TO FEATURE-CODE.                      NC3194.2
051100         MOVE ZERO TO WS-FC-CNT.                                  NC3194.2
051200         INSPECT FEATURE TALLYING WS-FC-CNT                       NC3194.2
051300             FOR ALL "CONDITION".                                 NC3194.2
051400         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                NC3194.2
051500             MOVE "COND" TO FEATURE-CODE.                         NC3194.2
051600         IF FEATURE-CODE = SPACE                                  NC3194.2
051700             MOVE "OTHER" TO FEATURE-CODE.                        NC3194.2
051800 WRITE-NEGATIVE-PATH-LINE.                                        NC3194.2
051900     MOVE SPACE TO NEGATIVE-PATH-REC.                             NC3194.2
052000     STRING CCVS-PGM-ID     DELIMITED BY SPACE ","                NC3194.2
052100            FEATURE         DELIMITED BY SIZE  ","                NC3194.2
052200            FEATURE-CODE    DELIMITED BY SPACE ","                NC3194.2
052300            PAR-NAME        DELIMITED BY SIZE  ","                NC3194.2
052400            P-OR-F          DELIMITED BY SPACE                    NC3194.2
052500            INTO NEGATIVE-PATH-REC.                               NC3194.2
052600     WRITE NEGATIVE-PATH-REC.                                     NC3194.2
052700 WRITE-CSV-LINE.                                                  NC3194.2
052800     PERFORM DERIVE-FEATURE-CODE.                                 NC3194.2
052900     MOVE SPACE TO CSV-RESULTS-REC.                               NC3194.2
053000     STRING CCVS-PGM-ID     DELIMITED BY SPACE ","                NC3194.2
053100            FEATURE         DELIMITED BY SIZE  ","                NC3194.2
053200            FEATURE-CODE    DELIMITED BY SPACE ","                NC3194.2
053300            PAR-NAME        DELIMITED BY SIZE  ","                NC3194.2
053400            P-OR-F          DELIMITED BY SPACE ","                NC3194.2
053500            PASS-COUNTER    DELIMITED BY SIZE  ","                NC3194.2
053600            ERROR-COUNTER   DELIMITED BY SIZE  ","                NC3194.2
053700            DELETE-COUNTER DELIMITED BY SIZE  ","                 NC3194.2
053800            INSPECT-COUNTER DELIMITED BY SIZE                     NC3194.2
053900            INTO CSV-RESULTS-REC.                                 NC3194.2
054000     WRITE CSV-RESULTS-REC.                                       NC3194.2
054100     IF P-OR-F = "*****" OR P-OR-F = "INSPT"                      NC3194.2
054200         PERFORM WRITE-NEGATIVE-PATH-LINE.                        NC3194.2
054300 BLANK-LINE-PRINT.                                                NC3194.2
054400     PERFORM WRT-LN.                                              NC3194.2
054500 FAIL-ROUTINE.                                                    NC3194.2
054600     PERFORM  EXTRACT-ANSI-CLAUSE-NUM.                            NC3194.2
054700     IF     COMPUTED-X NOT EQUAL TO SPACE                         NC3194.2
054800            GO TO   FAIL-ROUTINE-WRITE.                           NC3194.2
054900     IF     CORRECT-X NOT EQUAL TO SPACE GO TO FAIL-ROUTINE-WRITE.NC3194.2
055000     MOVE   ANSI-REFERENCE TO INF-ANSI-REFERENCE.                 NC3194.2
055100     MOVE  "NO FURTHER INFORMATION, SEE PROGRAM." TO INFO-TEXT.   NC3194.2
055200     MOVE   XXINFO TO DUMMY-RECORD. PERFORM WRITE-LINE 2 TIMES.   NC3194.2
055300     MOVE   SPACES TO INF-ANSI-REFERENCE.                         NC3194.2
055400     GO TO  FAIL-ROUTINE-EX.                                      NC3194.2
055500 FAIL-ROUTINE-WRITE.                                              NC3194.2
055600     MOVE   TEST-COMPUTED TO PRINT-REC PERFORM WRITE-LINE         NC3194.2
055700     MOVE   ANSI-REFERENCE TO COR-ANSI-REFERENCE.                 NC3194.2
055800     MOVE   TEST-CORRECT TO PRINT-REC PERFORM WRITE-LINE 2 TIMES. NC3194.2
055900     MOVE   SPACES TO COR-ANSI-REFERENCE.                         NC3194.2
056000 FAIL-ROUTINE-EX. EXIT.                                           NC3194.2
056100 BAIL-OUT.                                                        NC3194.2
056200     IF     COMPUTED-A NOT EQUAL TO SPACE GO TO BAIL-OUT-WRITE.   NC3194.2
056300     IF     CORRECT-A EQUAL TO SPACE GO TO BAIL-OUT-EX.           NC3194.2
056400 BAIL-OUT-WRITE.                                                  NC3194.2
056500     MOVE CORRECT-A TO XXCORRECT. MOVE COMPUTED-A TO XXCOMPUTED.  NC3194.2
056600     MOVE   ANSI-REFERENCE TO INF-ANSI-REFERENCE.                 NC3194.2
056700     MOVE   XXINFO TO DUMMY-RECORD. PERFORM WRITE-LINE 2 TIMES.   NC3194.2
056800     MOVE   SPACES TO INF-ANSI-REFERENCE.                         NC3194.2
056900 BAIL-OUT-EX. EXIT.                                               NC3194.2
057000 CCVS1-EXIT.                                                      NC3194.2
057100     EXIT.                                                        NC3194.2
057200 SECT-NC319A-001 SECTION.                                         NC3194.2
057300 BWZ-INIT-319.                                                    NC3194.2
057400     MOVE     "BLANK WHEN ZERO" TO FEATURE.                       NC3194.2
057500     MOVE     "VI-24 5.5 BLANK WHEN" TO ANSI-REFERENCE.           NC3194.2
057600 BWZ-TEST-319-1.                                                  NC3194.2
057700*    A ZERO SOURCE BLANKS A NUMERIC-EDITED RECEIVER ENTIRELY.     NC3194.2
057800     MOVE     "BWZ-TEST-319-1" TO PAR-NAME.                       NC3194.2
057900     MOVE     ZERO TO BWZ-SOURCE.                                 NC3194.2
058000     MOVE     BWZ-SOURCE TO BWZ-EDITED.                           NC3194.2
058100     IF       BWZ-EDITED = SPACE                                  NC3194.2
058200              PERFORM PASS                                        NC3194.2
058300              GO TO BWZ-WRITE-319-1.                              NC3194.2
058400     MOVE     BWZ-EDITED TO COMPUTED-A.                           NC3194.2
058500     MOVE     SPACE TO CORRECT-A.                                 NC3194.2
058600     MOVE     "ZERO NOT BLANKED" TO RE-MARK.                      NC3194.2
058700     PERFORM  FAIL.                                               NC3194.2
058800 BWZ-WRITE-319-1.                                                 NC3194.2
058900     PERFORM  PRINT-DETAIL.                                       NC3194.2
059000 BWZ-TEST-319-2.                                                  NC3194.2
059100*    A NON-ZERO SOURCE EDITS NORMALLY.                            NC3194.2
059200     MOVE     "BWZ-TEST-319-2" TO PAR-NAME.                       NC3194.2
059300     MOVE     12.5 TO BWZ-SOURCE.                                 NC3194.2
059400     MOVE     BWZ-SOURCE TO BWZ-EDITED.                           NC3194.2
059500     IF       BWZ-EDITED = "  12.50"                              NC3194.2
059600              PERFORM PASS                                        NC3194.2
059700              GO TO BWZ-WRITE-319-2.                              NC3194.2
059800     MOVE     BWZ-EDITED TO COMPUTED-A.                           NC3194.2
059900     MOVE     "  12.50" TO CORRECT-A.                             NC3194.2
060000     MOVE     "NON-ZERO VALUE MIS-EDITED" TO RE-MARK.             NC3194.2
060100     PERFORM  FAIL.                                               NC3194.2
060200 BWZ-WRITE-319-2.                                                 NC3194.2
060300     PERFORM  PRINT-DETAIL.                                       NC3194.2
060400 BWZ-TEST-319-3.                                                  NC3194.2
060500*    THE TEST IS ON THE RECEIVED VALUE: 0.001 TRUNCATES TO        NC3194.2
060600*    0.00 IN THE RECEIVER, WHICH IS THEREFORE BLANKED.            NC3194.2
060700     MOVE     "BWZ-TEST-319-3" TO PAR-NAME.                       NC3194.2
060800     MOVE     0.001 TO BWZ-SOURCE.                                NC3194.2
060900     MOVE     BWZ-SOURCE TO BWZ-EDITED.                           NC3194.2
061000     IF       BWZ-EDITED = SPACE                                  NC3194.2
061100              PERFORM PASS                                        NC3194.2
061200              GO TO BWZ-WRITE-319-3.                              NC3194.2
061300     MOVE     BWZ-EDITED TO COMPUTED-A.                           NC3194.2
061400     MOVE     SPACE TO CORRECT-A.                                 NC3194.2
061500     MOVE     "TRUNCATED-TO-ZERO VALUE NOT BLANKED" TO RE-MARK.   NC3194.2
061600     PERFORM  FAIL.                                               NC3194.2
061700 BWZ-WRITE-319-3.                                                 NC3194.2
061800     PERFORM  PRINT-DETAIL.                                       NC3194.2
061900 BWZ-TEST-319-4.                                                  NC3194.2
062000*    A SIGNED EDITED RECEIVER: NEGATIVE NON-ZERO KEEPS ITS        NC3194.2
062100*    SIGN; A NEGATIVE SOURCE THAT TRUNCATES TO ZERO IS STILL      NC3194.2
062200*    ZERO AND BLANKS.                                             NC3194.2
062300     MOVE     "BWZ-TEST-319-4" TO PAR-NAME.                       NC3194.2
062400     MOVE     -3.25 TO BWZ-SOURCE.                                NC3194.2
062500     MOVE     BWZ-SOURCE TO BWZ-SIGNED.                           NC3194.2
062600     IF       BWZ-SIGNED NOT = "   -3.25"                         NC3194.2
062700              MOVE BWZ-SIGNED TO COMPUTED-A                       NC3194.2
062800              MOVE "   -3.25" TO CORRECT-A                        NC3194.2
062900              MOVE "NEGATIVE VALUE MIS-EDITED" TO RE-MARK         NC3194.2
063000              PERFORM FAIL                                        NC3194.2
063100              GO TO BWZ-WRITE-319-4.                              NC3194.2
063200     MOVE     -0.001 TO BWZ-SOURCE.                               NC3194.2
063300     MOVE     BWZ-SOURCE TO BWZ-SIGNED.                           NC3194.2
063400     IF       BWZ-SIGNED = SPACE                                  NC3194.2
063500              PERFORM PASS                                        NC3194.2
063600              GO TO BWZ-WRITE-319-4.                              NC3194.2
063700     MOVE     BWZ-SIGNED TO COMPUTED-A.                           NC3194.2
063800     MOVE     SPACE TO CORRECT-A.                                 NC3194.2
063900     MOVE     "NEGATIVE ZERO NOT BLANKED" TO RE-MARK.             NC3194.2
064000     PERFORM  FAIL.                                               NC3194.2
064100 BWZ-WRITE-319-4.                                                 NC3194.2
064200     PERFORM  PRINT-DETAIL.                                       NC3194.2
064300 BWZ-TEST-319-5.                                                  NC3194.2
064400*    ON A NUMERIC DISPLAY ITEM THE CLAUSE MAKES IT EDITED:        NC3194.2
064500*    ZERO BLANKS, NON-ZERO KEEPS ITS LEADING ZEROS.               NC3194.2
064600     MOVE     "BWZ-TEST-319-5" TO PAR-NAME.                       NC3194.2
064700     MOVE     ZERO TO BWZ-NUMERIC.                                NC3194.2
064800     IF       BWZ-NUMERIC NOT = SPACE                             NC3194.2
064900              MOVE BWZ-NUMERIC TO COMPUTED-A                      NC3194.2
065000              MOVE SPACE TO CORRECT-A                             NC3194.2
065100              MOVE "NUMERIC ZERO NOT BLANKED" TO RE-MARK          NC3194.2
065200              PERFORM FAIL                                        NC3194.2
065300              GO TO BWZ-WRITE-319-5.                              NC3194.2
065400     MOVE     42 TO BWZ-NUMERIC.                                  NC3194.2
065500     IF       BWZ-NUMERIC = "0042"                                NC3194.2
065600              PERFORM PASS                                        NC3194.2
065700              GO TO BWZ-WRITE-319-5.                              NC3194.2
065800     MOVE     BWZ-NUMERIC TO COMPUTED-A.                          NC3194.2
065900     MOVE     "0042" TO CORRECT-A.                                NC3194.2
066000     MOVE     "NUMERIC NON-ZERO MIS-EDITED" TO RE-MARK.           NC3194.2
066100     PERFORM  FAIL.                                               NC3194.2
066200 BWZ-WRITE-319-5.                                                 NC3194.2
066300     PERFORM  PRINT-DETAIL.                                       NC3194.2
066400 JUS-INIT-319.                                                    NC3194.2
066500     MOVE     "JUSTIFIED RIGHT" TO FEATURE.                       NC3194.2
066600     MOVE     "VI-29 5.9 JUSTIFIED" TO ANSI-REFERENCE.            NC3194.2
066700 JUS-TEST-319-1.                                                  NC3194.2
066800*    A SHORT SENDER IS PLACED AT THE RIGHT, SPACE-FILLED LEFT.    NC3194.2
066900     MOVE     "JUS-TEST-319-1" TO PAR-NAME.                       NC3194.2
067000     MOVE     "ABC" TO JUS-SHORT.                                 NC3194.2
067100     IF       JUS-SHORT = "   ABC"                                NC3194.2
067200              PERFORM PASS                                        NC3194.2
067300              GO TO JUS-WRITE-319-1.                              NC3194.2
067400     MOVE     JUS-SHORT TO COMPUTED-A.                            NC3194.2
067500     MOVE     "   ABC" TO CORRECT-A.                              NC3194.2
067600     MOVE     "SHORT MOVE NOT RIGHT-JUSTIFIED" TO RE-MARK.        NC3194.2
067700     PERFORM  FAIL.                                               NC3194.2
067800 JUS-WRITE-319-1.                                                 NC3194.2
067900     PERFORM  PRINT-DETAIL.                                       NC3194.2
068000 JUS-TEST-319-2.                                                  NC3194.2
068100*    A LONG SENDER LOSES ITS LEFTMOST CHARACTERS.                 NC3194.2
068200     MOVE     "JUS-TEST-319-2" TO PAR-NAME.                       NC3194.2
068300     MOVE     "ABCDEFGH" TO JUS-LONG.                             NC3194.2
068400     IF       JUS-LONG = "DEFGH"                                  NC3194.2
068500              PERFORM PASS                                        NC3194.2
068600              GO TO JUS-WRITE-319-2.                              NC3194.2
068700     MOVE     JUS-LONG TO COMPUTED-A.                             NC3194.2
068800     MOVE     "DEFGH" TO CORRECT-A.                               NC3194.2
068900     MOVE     "LONG MOVE TRUNCATED ON THE WRONG END" TO RE-MARK.  NC3194.2
069000     PERFORM  FAIL.                                               NC3194.2
069100 JUS-WRITE-319-2.                                                 NC3194.2
069200     PERFORM  PRINT-DETAIL.                                       NC3194.2
069300 JUS-TEST-319-3.                                                  NC3194.2
069400*    AN EXACT-LENGTH SENDER IS UNCHANGED, AND AN INTEGER          NC3194.2
069500*    SENDER IS RIGHT-JUSTIFIED LIKE ANY OTHER.                    NC3194.2
069600     MOVE     "JUS-TEST-319-3" TO PAR-NAME.                       NC3194.2
069700     MOVE     "WXYZ" TO JUS-EXACT.                                NC3194.2
069800     MOVE     123 TO JUS-SHORT.                                   NC3194.2
069900     IF       JUS-EXACT = "WXYZ"                                  NC3194.2
070000              AND JUS-SHORT = "   123"                            NC3194.2
070100              PERFORM PASS                                        NC3194.2
070200              GO TO JUS-WRITE-319-3.                              NC3194.2
070300     MOVE     JUS-SHORT TO COMPUTED-A.                            NC3194.2
070400     MOVE     "   123" TO CORRECT-A.                              NC3194.2
070500     MOVE     "EXACT OR INTEGER MOVE MISPLACED" TO RE-MARK.       NC3194.2
070600     PERFORM  FAIL.                                               NC3194.2
070700 JUS-WRITE-319-3.                                                 NC3194.2
070800     PERFORM  PRINT-DETAIL.                                       NC3194.2
070900 JUS-TEST-319-4.                                                  NC3194.2
071000*    A MOVE TO THE GROUP IS A GROUP MOVE -- THE JUSTIFIED         NC3194.2
071100*    ITEM INSIDE IT IS FILLED FROM THE LEFT.                      NC3194.2
071200     MOVE     "JUS-TEST-319-4" TO PAR-NAME.                       NC3194.2
071300     MOVE     "AB" TO JUS-GROUP.                                  NC3194.2
071400     IF       JUS-GROUP-ITEM = "AB    "                           NC3194.2
071500              PERFORM PASS                                        NC3194.2
071600              GO TO JUS-WRITE-319-4.                              NC3194.2
071700     MOVE     JUS-GROUP-ITEM TO COMPUTED-A.                       NC3194.2
071800     MOVE     "AB    " TO CORRECT-A.                              NC3194.2
071900     MOVE     "GROUP MOVE WAS JUSTIFIED" TO RE-MARK.              NC3194.2
072000     PERFORM  FAIL.                                               NC3194.2
072100 JUS-WRITE-319-4.                                                 NC3194.2
072200     PERFORM  PRINT-DETAIL.                                       NC3194.2
072300 SYN-INIT-319.                                                    NC3194.2
072400     MOVE     "SYNCHRONIZED COMP" TO FEATURE.                     NC3194.2
072500     MOVE     "VI-38 5.16 SYNCHRONIZED" TO ANSI-REFERENCE.        NC3194.2
072600 SYN-TEST-319-1.                                                  NC3194.2
072700*    THE GROUP LENGTH, SLACK BYTES INCLUDED, IS MEASURED BY       NC3194.2
072800*    BLANKING THE GROUP TO LOW-VALUES INSIDE A MARKED AREA.       NC3194.2
072900*    UNALIGNED IT IS 23 BYTES; NO ITEM NEEDS MORE THAN 7          NC3194.2
073000*    SLACK BYTES, SO IT CANNOT EXCEED 44.  BOTH DESCRIPTIONS      NC3194.2
073100*    OF THE LAYOUT MUST COME OUT THE SAME LENGTH.                 NC3194.2
073200     MOVE     "SYN-TEST-319-1" TO PAR-NAME.                       NC3194.2
073300     MOVE     ALL "X" TO SYN-PROBE-AREA.                          NC3194.2
073400     MOVE     LOW-VALUE TO SYN-WS-GROUP.                          NC3194.2
073500     MOVE     ZERO TO SYN-LENGTH.                                 NC3194.2
073600     INSPECT  SYN-PROBE-AREA TALLYING SYN-LENGTH                  NC3194.2
073700              FOR ALL LOW-VALUE.                                  NC3194.2
073800     MOVE     ALL "X" TO SYN-BED-IMAGE.                           NC3194.2
073900     MOVE     LOW-VALUE TO SYN-IMG-GROUP.                         NC3194.2
074000     MOVE     ZERO TO SYN-LENGTH-2.                               NC3194.2
074100     INSPECT  SYN-BED-IMAGE TALLYING SYN-LENGTH-2                 NC3194.2
074200              FOR ALL LOW-VALUE.                                  NC3194.2
074300     IF       SYN-LENGTH NOT < 23                                 NC3194.2
074400              AND SYN-LENGTH NOT > 44                             NC3194.2
074500              AND SYN-LENGTH = SYN-LENGTH-2                       NC3194.2
074600              PERFORM PASS                                        NC3194.2
074700              GO TO SYN-WRITE-319-1.                              NC3194.2
074800     MOVE     SYN-LENGTH-2 TO COMPUTED-18V0.                      NC3194.2
074900     MOVE     SYN-LENGTH TO CORRECT-18V0.                         NC3194.2
075000     MOVE     "SYNCHRONIZED GROUP LENGTH WRONG" TO RE-MARK.       NC3194.2
075100     PERFORM  FAIL.                                               NC3194.2
075200 SYN-WRITE-319-1.                                                 NC3194.2
075300     PERFORM  PRINT-DETAIL.                                       NC3194.2
075400 SYN-TEST-319-2.                                                  NC3194.2
075500*    ARITHMETIC ON ALIGNED ITEMS, THEN A GROUP-TO-GROUP MOVE      NC3194.2
075600*    BETWEEN THE TWO DESCRIPTIONS, PRESERVES EVERY VALUE.         NC3194.2
075700     MOVE     "SYN-TEST-319-2" TO PAR-NAME.                       NC3194.2
075800     MOVE     "K01" TO SYN-WS-KEY.                                NC3194.2
075900     MOVE     "T" TO SYN-WS-TAG.                                  NC3194.2
076000     MOVE     "TAIL1" TO SYN-WS-TAIL.                             NC3194.2
076100     MOVE     -1000 TO SYN-WS-HALF.                               NC3194.2
076200     SUBTRACT 234 FROM SYN-WS-HALF.                               NC3194.2
076300     MOVE     123456700 TO SYN-WS-FULL.                           NC3194.2
076400     ADD      89 TO SYN-WS-FULL.                                  NC3194.2
076500     COMPUTE  SYN-WS-DOUBLE = SYN-WS-FULL * 1000000000            NC3194.2
076600              + 12345678.                                         NC3194.2
076700     MOVE     SYN-WS-GROUP TO SYN-IMG-GROUP.                      NC3194.2
076800     IF       SYN-IMG-KEY = "K01"                                 NC3194.2
076900              AND SYN-IMG-HALF = -1234                            NC3194.2
077000              AND SYN-IMG-TAG = "T"                               NC3194.2
077100              AND SYN-IMG-FULL = 123456789                        NC3194.2
077200              AND SYN-IMG-DOUBLE = 123456789012345678             NC3194.2
077300              AND SYN-IMG-TAIL = "TAIL1"                          NC3194.2
077400              PERFORM PASS                                        NC3194.2
077500              GO TO SYN-WRITE-319-2.                              NC3194.2
077600     MOVE     SYN-IMG-DOUBLE TO COMPUTED-18V0.                    NC3194.2
077700     MOVE     123456789012345678 TO CORRECT-18V0.                 NC3194.2
077800     MOVE     "SYNCHRONIZED VALUES LOST" TO RE-MARK.              NC3194.2
077900     PERFORM  FAIL.                                               NC3194.2
078000 SYN-WRITE-319-2.                                                 NC3194.2
078100     PERFORM  PRINT-DETAIL.                                       NC3194.2
078200 SYN-TEST-319-3.                                                  NC3194.2
078300*    THREE RECORDS CARRYING THE ALIGNED GROUP ARE WRITTEN TO      NC3194.2
078400*    THE 120-BYTE BED AND READ BACK BYTE FOR BYTE.                NC3194.2
078500     MOVE     "SYN-TEST-319-3" TO PAR-NAME.                       NC3194.2
078600     MOVE     SPACE TO SYN-BAD-SW.                                NC3194.2
078700     OPEN     OUTPUT SYN-BED-FILE.                                NC3194.2
078800     PERFORM  SYN-BUILD-IMAGE-319                                 NC3194.2
078900              VARYING SYN-SUB FROM 1 BY 1 UNTIL SYN-SUB > 3.      NC3194.2
079000     CLOSE    SYN-BED-FILE.                                       NC3194.2
079100     MOVE     ZERO TO SYN-READ-CT.                                NC3194.2
079200     OPEN     INPUT SYN-BED-FILE.                                 NC3194.2
079300     PERFORM  SYN-CHECK-IMAGE-319                                 NC3194.2
079400              VARYING SYN-SUB FROM 1 BY 1 UNTIL SYN-SUB > 3.      NC3194.2
079500     CLOSE    SYN-BED-FILE.                                       NC3194.2
079600     IF       SYN-BAD-SW = SPACE                                  NC3194.2
079700              AND SYN-READ-CT = 3                                 NC3194.2
079800              PERFORM PASS                                        NC3194.2
079900              GO TO SYN-WRITE-319-3.                              NC3194.2
080000     MOVE     SYN-READ-CT TO COMPUTED-18V0.                       NC3194.2
080100     MOVE     3 TO CORRECT-18V0.                                  NC3194.2
080200     MOVE     "ALIGNED RECORD DID NOT ROUND-TRIP" TO RE-MARK.     NC3194.2
080300     PERFORM  FAIL.                                               NC3194.2
080400 SYN-WRITE-319-3.                                                 NC3194.2
080500     PERFORM  PRINT-DETAIL.                                       NC3194.2
080600     GO TO    SYN-TEST-319-4.                                     NC3194.2
080700 SYN-BUILD-IMAGE-319.                                             NC3194.2
080800     MOVE     ALL "." TO SYN-BED-IMAGE.                           NC3194.2
080900     MOVE     SPACE TO SYN-IMG-KEY.                               NC3194.2
081000     STRING   "R0" SYN-SUB DELIMITED BY SIZE INTO SYN-IMG-KEY.    NC3194.2
081100     MOVE     "S" TO SYN-IMG-TAG.                                 NC3194.2
081200     MOVE     "END.." TO SYN-IMG-TAIL.                            NC3194.2
081300     COMPUTE  SYN-IMG-HALF = SYN-SUB * -1111.                     NC3194.2
081400     COMPUTE  SYN-IMG-FULL = SYN-SUB * 111111111.                 NC3194.2
081500     COMPUTE  SYN-IMG-DOUBLE = SYN-SUB * 111111111111111111.      NC3194.2
081600     WRITE    SYN-BED-REC FROM SYN-BED-IMAGE.                     NC3194.2
081700 SYN-CHECK-IMAGE-319.                                             NC3194.2
081800     MOVE     SPACE TO SYN-BED-REC.                               NC3194.2
081900     READ     SYN-BED-FILE                                        NC3194.2
082000              AT END MOVE "E" TO SYN-BAD-SW.                      NC3194.2
082100     IF       SYN-FSTATUS = "00"                                  NC3194.2
082200              ADD 1 TO SYN-READ-CT                                NC3194.2
082300              MOVE SYN-BED-REC TO SYN-BED-IMAGE                   NC3194.2
082400              MOVE SYN-BED-REC TO SYN-EXPECT-IMAGE                NC3194.2
082500              IF  SYN-IMG-HALF NOT = SYN-SUB * -1111              NC3194.2
082600                  OR SYN-IMG-FULL NOT = SYN-SUB * 111111111       NC3194.2
082700                  OR SYN-IMG-DOUBLE NOT =                         NC3194.2
082800                     SYN-SUB * 111111111111111111                 NC3194.2
082900                  OR SYN-IMG-TAG NOT = "S"                        NC3194.2
083000                  OR SYN-IMG-TAIL NOT = "END.."                   NC3194.2
083100                  OR SYN-IMG-FILL NOT = ALL "."                   NC3194.2
083200                  OR SYN-EXPECT-IMAGE (116:5) NOT = SPACE         NC3194.2
083300                  MOVE "V" TO SYN-BAD-SW.                         NC3194.2
083400 SYN-TEST-319-4.                                                  NC3194.2
083500*    ALIGNED ITEMS IN A TABLE: EVERY OCCURRENCE IS THE SAME       NC3194.2
083600*    LENGTH (SO THREE ENTRIES SPAN THREE TIMES ONE) AND A         NC3194.2
083700*    STORE INTO ONE OCCURRENCE LEAVES ITS NEIGHBORS ALONE.        NC3194.2
083800     MOVE     "SYN-TEST-319-4" TO PAR-NAME.                       NC3194.2
083900     MOVE     ALL "X" TO SYN-TABLE-AREA.                          NC3194.2
084000     MOVE     LOW-VALUE TO SYN-ENTRY (1).                         NC3194.2
084100     MOVE     ZERO TO SYN-LENGTH.                                 NC3194.2
084200     INSPECT  SYN-TABLE-AREA TALLYING SYN-LENGTH                  NC3194.2
084300              FOR ALL LOW-VALUE.                                  NC3194.2
084400     MOVE     LOW-VALUE TO SYN-TABLE-AREA.                        NC3194.2
084500     MOVE     ZERO TO SYN-LENGTH-2.                               NC3194.2
084600     INSPECT  SYN-TABLE-AREA TALLYING SYN-LENGTH-2                NC3194.2
084700              FOR ALL LOW-VALUE.                                  NC3194.2
084800     MOVE     "A" TO SYN-E-FLAG (1).                              NC3194.2
084900     MOVE     "B" TO SYN-E-FLAG (2).                              NC3194.2
085000     MOVE     "C" TO SYN-E-FLAG (3).                              NC3194.2
085100     MOVE     1111111 TO SYN-E-AMOUNT (1).                        NC3194.2
085200     MOVE     -2222222 TO SYN-E-AMOUNT (2).                       NC3194.2
085300     MOVE     3333333 TO SYN-E-AMOUNT (3).                        NC3194.2
085400     ADD      1 TO SYN-E-AMOUNT (2).                              NC3194.2
085500     IF       SYN-LENGTH-2 = SYN-LENGTH * 3                       NC3194.2
085600              AND SYN-LENGTH NOT < 5                              NC3194.2
085700              AND SYN-E-AMOUNT (1) = 1111111                      NC3194.2
085800              AND SYN-E-AMOUNT (2) = -2222221                     NC3194.2
085900              AND SYN-E-AMOUNT (3) = 3333333                      NC3194.2
086000              AND SYN-E-FLAG (2) = "B"                            NC3194.2
086100              AND SYN-E-FLAG (3) = "C"                            NC3194.2
086200              PERFORM PASS                                        NC3194.2
086300              GO TO SYN-WRITE-319-4.                              NC3194.2
086400     MOVE     SYN-LENGTH-2 TO COMPUTED-18V0.                      NC3194.2
086500     MOVE     SYN-LENGTH TO CORRECT-18V0.                         NC3194.2
086600     MOVE     "SYNCHRONIZED TABLE ENTRY MISALIGNED" TO RE-MARK.   NC3194.2
086700     PERFORM  FAIL.                                               NC3194.2
086800 SYN-WRITE-319-4.                                                 NC3194.2
086900     PERFORM  PRINT-DETAIL.                                       NC3194.2
087000 CCVS-EXIT SECTION.                                               NC3194.2
087100 CCVS-999999.                                                     NC3194.2
087200     GO TO CLOSE-FILES.                                           NC3194.2
