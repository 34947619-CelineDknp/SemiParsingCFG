000100 IDENTIFICATION DIVISION.                                         NC3234.2
000200 PROGRAM-ID.                                                      NC3234.2
000300     NC323A.                                                      NC3234.2
000400****************************************************************  NC3234.2
000500*                                                              *  NC3234.2
000600*    VALIDATION FOR:-                                          *  NC3234.2
000700*                                                              *  NC3234.2
000800*    "ON-SITE VALIDATION, NATIONAL INSTITUTE OF STD & TECH.     ".NC3234.2
000900*                                                              *  NC3234.2
001000*    "COBOL 85 VERSION 4.2, Apr  1993 SSVG                      ".NC3234.2
001100*                                                              *  NC3234.2
001200****************************************************************  NC3234.2
001300*                                                              *  NC3234.2
001400*      X-CARDS USED BY THIS PROGRAM ARE :-                     *  NC3234.2
001500*                                                              *  NC3234.2
001600*        X-55  - SYSTEM PRINTER NAME.                          *  NC3234.2
001700*        X-82  - SOURCE COMPUTER NAME.                         *  NC3234.2
001800*        X-83  - OBJECT COMPUTER NAME.                         *  NC3234.2
001900*                                                              *  NC3234.2
002000****************************************************************  NC3234.2
002100*                                                              *  NC3234.2
002172*    NC323A COVERS FORMAT 2 OF THE ACCEPT STATEMENT (FROM      *  NC3234.2
002244*    DATE, DAY, DAY-OF-WEEK AND TIME).  NC109M ACCEPTS ONLY    *  NC3234.2
002316*    FROM THE CONSOLE FEED, YET EVERY CCVS HEADER AND CSV      *  NC3234.2
002388*    ROW IS STAMPED FROM THESE SOURCES.  THE VALUES CHANGE     *  NC3234.2
002460*    FROM RUN TO RUN, SO EACH CASE CHECKS THEM AGAINST ONE     *  NC3234.2
002532*    ANOTHER AND AGAINST THE CALENDAR:                         *  NC3234.2
002604*                                                              *  NC3234.2
002676*      - DATE AND DATE YYYYMMDD ARE VALID CALENDAR DATES,      *  NC3234.2
002748*      - DATE WINDOWED THROUGH CCVSDTW (YY 70-99 AS 19YY,      *  NC3234.2
002820*        00-69 AS 20YY) EQUALS DATE YYYYMMDD, SO A BAD         *  NC3234.2
002892*        CENTURY FAILS HERE AND NOT IN THE DATE STAMPS,        *  NC3234.2
002964*      - DAY AND DAY YYYYDDD GIVE THE JULIAN DAY OF THAT       *  NC3234.2
003036*        DATE,                                                 *  NC3234.2
003108*      - DAY-OF-WEEK IS 1 THRU 7 AND IS THE WEEKDAY THE        *  NC3234.2
003180*        CALENDAR GIVES FOR THAT DATE (1 IS MONDAY),           *  NC3234.2
003252*      - TIME IS A VALID HHMMSSHH VALUE AND DOES NOT GO        *  NC3234.2
003324*        BACKWARD WITHIN THE RUN.                              *  NC3234.2
003396*                                                              *  NC3234.2
003468*    ALL SOURCES ARE READ TOGETHER; IF THE DATE TURNS OVER     *  NC3234.2
003540*    WHILE THEY ARE READ THE SET IS TAKEN AGAIN.               *  NC3234.2
003612*                                                              *  NC3234.2
003700****************************************************************  NC3234.2
003800 ENVIRONMENT DIVISION.                                            NC3234.2
003900 CONFIGURATION SECTION.                                           NC3234.2
004000 SOURCE-COMPUTER.                                                 NC3234.2
004100     COPY CCVSTRG.                                                NC3234.2
004200 OBJECT-COMPUTER.                                                 NC3234.2
004300     COPY CCVSTRG.                                                NC3234.2
004400 INPUT-OUTPUT SECTION.                                            NC3234.2
004500 FILE-CONTROL.                                                    NC3234.2
004600     SELECT PRINT-FILE ASSIGN TO                                  NC3234.2
004700     "report.log".                                                NC3234.2
004800     SELECT   CSV-RESULTS-FILE ASSIGN TO                          NC3234.2
004900     "results.csv".                                               NC3234.2
005000     SELECT   SUITE-SUMMARY-FILE ASSIGN TO                        NC3234.2
005100     "suite_summary.csv"                                          NC3234.2
005200     FILE STATUS IS WS-SS-FILE-STATUS.                            NC3234.2
005300     SELECT   NEGATIVE-PATH-FILE ASSIGN TO                        NC3234.2
005400     "negative_path.csv"                                          NC3234.2
005500     FILE STATUS IS WS-NP-FILE-STATUS.                            NC3234.2
005600     SELECT   XCARD-PARM-FILE ASSIGN TO                           NC3234.2
005700     "xcard.dat"                                                  NC3234.2
005800     ORGANIZATION LINE SEQUENTIAL                                 NC3234.2
005900     FILE STATUS IS WS-XCARD-FSTATUS.                             NC3234.2
006000 DATA DIVISION.                                                   NC3234.2
006100 FILE SECTION.                                                    NC3234.2
006200 FD  PRINT-FILE.                                                  NC3234.2
006300 01  PRINT-REC PICTURE X(120).                                    NC3234.2
006400 01  DUMMY-RECORD PICTURE X(120).                                 NC3234.2
006500 FD  CSV-RESULTS-FILE.                                            NC3234.2
006600 01  CSV-RESULTS-REC PICTURE X(200).                              NC3234.2
006700 FD  SUITE-SUMMARY-FILE.                                          NC3234.2
006800 01  SUITE-SUMMARY-REC PICTURE X(80).                             NC3234.2
006900 FD  NEGATIVE-PATH-FILE.                                          NC3234.2
007000 01  NEGATIVE-PATH-REC PICTURE X(200).                            NC3234.2
007100 FD  XCARD-PARM-FILE.                                             NC3234.2
007200 01  XCARD-PARM-REC PIC X(80).                                    NC3234.2
007300 WORKING-STORAGE SECTION.                                         NC3234.2
007400 77  ADT-SPIN-SUB          PIC 9(5)  VALUE ZERO.                  NC3234.2
007401 77  ADT-SPIN-SUM          PIC 9(9)  VALUE ZERO.                  NC3234.2
007402 77  ADT-QUOT              PIC 9(4)  VALUE ZERO.                  NC3234.2
007403 77  ADT-REM-4             PIC 9(4)  VALUE ZERO.                  NC3234.2
007404 77  ADT-REM-100           PIC 9(4)  VALUE ZERO.                  NC3234.2
007405 77  ADT-REM-400           PIC 9(4)  VALUE ZERO.                  NC3234.2
007406 77  ADT-DOW               PIC 9     VALUE ZERO.                  NC3234.2
007407 77  ADT-DATE-CHECK        PIC 9(6)  VALUE ZERO.                  NC3234.2
007408 77  ADT-DATE-8-AFTER      PIC 9(8)  VALUE ZERO.                  NC3234.2
007409 77  ADT-DTW-RAW           PIC X(8)  VALUE SPACE.                 NC3234.2
007410 77  ADT-DTW-OUT           PIC 9(8)  VALUE ZERO.                  NC3234.2
007411 77  ADT-WINDOW-CCYY       PIC 9(4)  VALUE ZERO.                  NC3234.2
007412 77  ADT-DATE-LEN          PIC 99    VALUE ZERO.                  NC3234.2
007413 77  ADT-DATE-DDD          PIC 999   VALUE ZERO.                  NC3234.2
007414 77  ADT-DATE-8-LEN        PIC 99    VALUE ZERO.                  NC3234.2
007415 77  ADT-DATE-8-DDD        PIC 999   VALUE ZERO.                  NC3234.2
007416 77  ADT-DATE-8-DOW        PIC 9     VALUE ZERO.                  NC3234.2
007417 77  ADT-TIME-2            PIC 9(8)  VALUE ZERO.                  NC3234.2
007418 01  ADT-DATE              PIC 9(6)  VALUE ZERO.                  NC3234.2
007419 01  ADT-DATE-PARTS REDEFINES ADT-DATE.                           NC3234.2
007420     02  ADT-D-YY          PIC 99.                                NC3234.2
007421     02  ADT-D-MM          PIC 99.                                NC3234.2
007422     02  ADT-D-DD          PIC 99.                                NC3234.2
007423 01  ADT-DATE-8            PIC 9(8)  VALUE ZERO.                  NC3234.2
007424 01  ADT-DATE-8-PARTS REDEFINES ADT-DATE-8.                       NC3234.2
007425     02  ADT-D8-CCYY       PIC 9(4).                              NC3234.2
007426     02  ADT-D8-MM         PIC 99.                                NC3234.2
007427     02  ADT-D8-DD         PIC 99.                                NC3234.2
007428 01  ADT-DAY               PIC 9(5)  VALUE ZERO.                  NC3234.2
007429 01  ADT-DAY-PARTS REDEFINES ADT-DAY.                             NC3234.2
007430     02  ADT-J-YY          PIC 99.                                NC3234.2
007431     02  ADT-J-DDD         PIC 999.                               NC3234.2
007432 01  ADT-DAY-7             PIC 9(7)  VALUE ZERO.                  NC3234.2
007433 01  ADT-DAY-7-PARTS REDEFINES ADT-DAY-7.                         NC3234.2
007434     02  ADT-J7-CCYY       PIC 9(4).                              NC3234.2
007435     02  ADT-J7-DDD        PIC 999.                               NC3234.2
007436 01  ADT-TIME-1            PIC 9(8)  VALUE ZERO.                  NC3234.2
007437 01  ADT-TIME-PARTS REDEFINES ADT-TIME-1.                         NC3234.2
007438     02  ADT-T-HH          PIC 99.                                NC3234.2
007439     02  ADT-T-MM          PIC 99.                                NC3234.2
007440     02  ADT-T-SS          PIC 99.                                NC3234.2
007441     02  ADT-T-HS          PIC 99.                                NC3234.2
007442*    DAYS IN EACH MONTH AND DAYS BEFORE EACH MONTH, COMMON YEAR.  NC3234.2
007443 01  ADT-MONTH-LEN-VALUES.                                        NC3234.2
007444     02  FILLER            PIC X(24) VALUE                        NC3234.2
007445         "312831303130313130313031".                              NC3234.2
007446 01  ADT-MONTH-LEN-TABLE REDEFINES ADT-MONTH-LEN-VALUES.          NC3234.2
007447     02  ADT-MONTH-LEN     PIC 99    OCCURS 12 TIMES.             NC3234.2
007448 01  ADT-MONTH-CUM-VALUES.                                        NC3234.2
007449     02  FILLER            PIC X(18) VALUE "000031059090120151".  NC3234.2
007450     02  FILLER            PIC X(18) VALUE "181212243273304334".  NC3234.2
007451 01  ADT-MONTH-CUM-TABLE REDEFINES ADT-MONTH-CUM-VALUES.          NC3234.2
007452     02  ADT-MONTH-CUM     PIC 999   OCCURS 12 TIMES.             NC3234.2
007453*    ARGUMENTS AND RESULTS OF ADT-CALENDAR.                       NC3234.2
007454 01  ADT-CALC-AREA.                                               NC3234.2
007455     02  ADT-CALC-CCYY     PIC 9(4).                              NC3234.2
007456     02  ADT-CALC-MM       PIC 99.                                NC3234.2
007457     02  ADT-CALC-DD       PIC 99.                                NC3234.2
007458     02  ADT-CALC-LEN      PIC 99.                                NC3234.2
007459     02  ADT-CALC-DDD      PIC 999.                               NC3234.2
007460     02  ADT-CALC-DOW      PIC 9.                                 NC3234.2
007461     02  ADT-LEAP-SW       PIC X.                                 NC3234.2
007462         88  ADT-LEAP-YEAR           VALUE "Y".                   NC3234.2
007463     02  ADT-Z-YEAR        PIC 9(4).                              NC3234.2
007464     02  ADT-Z-MONTH       PIC 99.                                NC3234.2
007465     02  ADT-Z-K           PIC 99.                                NC3234.2
007466     02  ADT-Z-J           PIC 99.                                NC3234.2
007467     02  ADT-Z-K4          PIC 99.                                NC3234.2
007468     02  ADT-Z-J4          PIC 99.                                NC3234.2
007469     02  ADT-Z-T1          PIC 99.                                NC3234.2
007470     02  ADT-Z-SUM         PIC 9(4).                              NC3234.2
007471     02  ADT-Z-H           PIC 9.                                 NC3234.2
008100 01  TEST-RESULTS.                                                NC3234.2
008200     02 FILLER                   PIC X      VALUE SPACE.          NC3234.2
008300     02 FEATURE                  PIC X(20)  VALUE SPACE.          NC3234.2
008400 02 FEATURE-CODE PICTURE X(8) VALUE SPACE.                        NC3234.2
008500     02 FILLER                   PIC X      VALUE SPACE.          NC3234.2
008600     02 P-OR-F                   PIC X(5)   VALUE SPACE.          NC3234.2
008700     02 FILLER                   PIC X      VALUE SPACE.          NC3234.2
008800     02  PAR-NAME.                                                NC3234.2
008900       03 FILLER                 PIC X(19)  VALUE SPACE.          NC3234.2
009000       03  PARDOT-X              PIC X      VALUE SPACE.          NC3234.2
009100       03 DOTVALUE               PIC 99     VALUE ZERO.           NC3234.2
009200     02 FILLER                   PIC X(8)   VALUE SPACE.          NC3234.2
009300     02 RE-MARK                  PIC X(61).                       NC3234.2
009400 01  TEST-COMPUTED.                                               NC3234.2
009500     02 FILLER                   PIC X(30)  VALUE SPACE.          NC3234.2
009600     02 FILLER                   PIC X(17)  VALUE                 NC3234.2
009700            "       COMPUTED=".                                   NC3234.2
009800     02 COMPUTED-X.                                               NC3234.2
009900     03 COMPUTED-A               PIC X(20)  VALUE SPACE.          NC3234.2
010000     03 COMPUTED-N               REDEFINES COMPUTED-A             NC3234.2
010100                                 PIC -9(9).9(9).                  NC3234.2
010200     03 COMPUTED-0V18 REDEFINES COMPUTED-A   PIC -.9(18).         NC3234.2
010300     03 COMPUTED-4V14 REDEFINES COMPUTED-A   PIC -9(4).9(14).     NC3234.2
010400     03 COMPUTED-14V4 REDEFINES COMPUTED-A   PIC -9(14).9(4).     NC3234.2
010500     03       CM-18V0 REDEFINES COMPUTED-A.                       NC3234.2
010600         04 COMPUTED-18V0                    PIC -9(18).          NC3234.2
010700         04 FILLER                           PIC X.               NC3234.2
010800     03 FILLER PIC X(50) VALUE SPACE.                             NC3234.2
010900 01  TEST-CORRECT.                                                NC3234.2
011000     02 FILLER PIC X(30) VALUE SPACE.                             NC3234.2
011100     02 FILLER PIC X(17) VALUE "       CORRECT =".                NC3234.2
011200     02 CORRECT-X.                                                NC3234.2
011300     03 CORRECT-A                  PIC X(20) VALUE SPACE.         NC3234.2
011400     03 CORRECT-N    REDEFINES CORRECT-A     PIC -9(9).9(9).      NC3234.2
011500     03 CORRECT-0V18 REDEFINES CORRECT-A     PIC -.9(18).         NC3234.2
011600     03 CORRECT-4V14 REDEFINES CORRECT-A     PIC -9(4).9(14).     NC3234.2
011700     03 CORRECT-14V4 REDEFINES CORRECT-A     PIC -9(14).9(4).     NC3234.2
011800     03      CR-18V0 REDEFINES CORRECT-A.                         NC3234.2
011900         04 CORRECT-18V0                     PIC -9(18).          NC3234.2
012000         04 FILLER                           PIC X.               NC3234.2
012100     03 FILLER PIC X(2) VALUE SPACE.                              NC3234.2
012200     03 COR-ANSI-REFERENCE             PIC X(48) VALUE SPACE.     NC3234.2
012300 01  CCVS-C-1.                                                    NC3234.2
012400     02 FILLER  PIC IS X(99)    VALUE IS " FEATURE              PANC3234.2
012500-    "SS  PARAGRAPH-NAME                                          NC3234.2
012600-    "       REMARKS".                                            NC3234.2
012700     02 FILLER                     PIC X(20)    VALUE SPACE.      NC3234.2
012800 01  CCVS-C-2.                                                    NC3234.2
012900     02 FILLER                     PIC X        VALUE SPACE.      NC3234.2
013000     02 FILLER                     PIC X(6)     VALUE "TESTED".   NC3234.2
013100     02 FILLER                     PIC X(15)    VALUE SPACE.      NC3234.2
013200     02 FILLER                     PIC X(4)     VALUE "FAIL".     NC3234.2
013300     02 FILLER                     PIC X(94)    VALUE SPACE.      NC3234.2
013400 01  REC-SKL-SUB                   PIC 9(2)     VALUE ZERO.       NC3234.2
013500 01  REC-CT                        PIC 99       VALUE ZERO.       NC3234.2
013600 01  DELETE-COUNTER                PIC 999      VALUE ZERO.       NC3234.2
013700 01  ERROR-COUNTER                 PIC 999      VALUE ZERO.       NC3234.2
013800 01  INSPECT-COUNTER               PIC 999      VALUE ZERO.       NC3234.2
013900 01  PASS-COUNTER                  PIC 999      VALUE ZERO.       NC3234.2
014000 01  TOTAL-ERROR                   PIC 999      VALUE ZERO.       NC3234.2
014100 01  ERROR-HOLD                    PIC 999      VALUE ZERO.       NC3234.2
014200 01  DUMMY-HOLD                    PIC X(120)   VALUE SPACE.      NC3234.2
014300 01  RECORD-COUNT                  PIC 9(5)     VALUE ZERO.       NC3234.2
014400 01  WS-PAGE-LINES-ALPHA PIC X(3) VALUE "060".                    NC3234.2
014500 01  WS-PAGE-LINES REDEFINES                                      NC3234.2
014600     WS-PAGE-LINES-ALPHA PIC 9(3).                                NC3234.2
014700 01  ANSI-REFERENCE                PIC X(48)    VALUE SPACES.     NC3234.2
014800 01  ANSI-CLAUSE-NUM PIC X(16) VALUE SPACES.                      NC3234.2
014900 01  WS-ANSI-IDX     PIC 9(2).                                    NC3234.2
015000 01  WS-ANSI-LEN     PIC 9(2).                                    NC3234.2
015100 01  CCVS-H-1.                                                    NC3234.2
015200     02  FILLER                    PIC X(39)    VALUE SPACES.     NC3234.2
015300     02  FILLER                    PIC X(42)    VALUE             NC3234.2
015400     "OFFICIAL COBOL COMPILER VALIDATION SYSTEM".                 NC3234.2
015500     02  FILLER                    PIC X(39)    VALUE SPACES.     NC3234.2
015600 01  CCVS-H-2A.                                                   NC3234.2
015700   02  FILLER                        PIC X(40)  VALUE SPACE.      NC3234.2
015800   02  FILLER                        PIC X(7)   VALUE "CCVS85 ".  NC3234.2
015900   02  FILLER                        PIC XXXX   VALUE             NC3234.2
016000     "4.2 ".                                                      NC3234.2
016100   02  FILLER                        PIC X(28)  VALUE             NC3234.2
016200            " COPY - NOT FOR DISTRIBUTION".                       NC3234.2
016300   02  FILLER                        PIC X(41)  VALUE SPACE.      NC3234.2
016400                                                                  NC3234.2
016500 01  CCVS-H-2B.                                                   NC3234.2
016600   02  FILLER                        PIC X(15)  VALUE             NC3234.2
016700            "TEST RESULT OF ".                                    NC3234.2
016800   02  TEST-ID                       PIC X(9).                    NC3234.2
016900   02  FILLER                        PIC X(4)   VALUE             NC3234.2
017000            " IN ".                                               NC3234.2
017100   02  FILLER                        PIC X(12)  VALUE             NC3234.2
017200     " HIGH       ".                                              NC3234.2
017300   02  FILLER                        PIC X(22)  VALUE             NC3234.2
017400            " LEVEL VALIDATION FOR ".                             NC3234.2
017500   02  FILLER                        PIC X(58)  VALUE             NC3234.2
017600     "ON-SITE VALIDATION, NATIONAL INSTITUTE OF STD & TECH.     ".NC3234.2
017700 01  CCVS-H-3.                                                    NC3234.2
017800     02  FILLER                      PIC X(34)  VALUE             NC3234.2
017900            " FOR OFFICIAL USE ONLY    ".                         NC3234.2
018000     02  FILLER                      PIC X(58)  VALUE             NC3234.2
018100     "COBOL 85 VERSION 4.2, Apr  1993 SSVG                      ".NC3234.2
018200     02  FILLER                      PIC X(28)  VALUE             NC3234.2
018300            "  COPYRIGHT   1985 ".                                NC3234.2
018400 01  CCVS-H-4.                                                    NC3234.2
018500     02  FILLER                      PIC X(15)  VALUE             NC3234.2
018600            "COMPILED DATE: ".                                    NC3234.2
018700     02  H4-BUILD-ID                 PIC X(16).                   NC3234.2
018800     02  FILLER                      PIC X(10)  VALUE             NC3234.2
018900            "  RUN ON: ".                                         NC3234.2
019000     02  H4-RUN-DATE                 PIC 9(8).                    NC3234.2
019100     02  FILLER                      PIC X(71)  VALUE SPACE.      NC3234.2
019200 01  CCVS-E-1.                                                    NC3234.2
019300     02 FILLER                       PIC X(52)  VALUE SPACE.      NC3234.2
019400     02 FILLER  PIC X(14) VALUE IS "END OF TEST-  ".              NC3234.2
019500     02 ID-AGAIN                     PIC X(9).                    NC3234.2
019600     02 FILLER                       PIC X(45)  VALUE SPACES.     NC3234.2
019700 01  CCVS-E-2.                                                    NC3234.2
019800     02  FILLER                      PIC X(31)  VALUE SPACE.      NC3234.2
019900     02  FILLER                      PIC X(21)  VALUE SPACE.      NC3234.2
020000     02 CCVS-E-2-2.                                               NC3234.2
020100         03 ERROR-TOTAL              PIC XXX    VALUE SPACE.      NC3234.2
020200         03 FILLER                   PIC X      VALUE SPACE.      NC3234.2
020300         03 ENDER-DESC               PIC X(44)  VALUE             NC3234.2
020400            "ERRORS ENCOUNTERED".                                 NC3234.2
020500 01  CCVS-E-3.                                                    NC3234.2
020600     02  FILLER                      PIC X(22)  VALUE             NC3234.2
020700            " FOR OFFICIAL USE ONLY".                             NC3234.2
020800     02  FILLER                      PIC X(12)  VALUE SPACE.      NC3234.2
020900     02  FILLER                      PIC X(58)  VALUE             NC3234.2
021000     "ON-SITE VALIDATION, NATIONAL INSTITUTE OF STD & TECH.     ".NC3234.2
021100     02  FILLER                      PIC X(13)  VALUE SPACE.      NC3234.2
021200     02 FILLER                       PIC X(15)  VALUE             NC3234.2
021300             " COPYRIGHT 1985".                                   NC3234.2
021400 01  CCVS-E-4.                                                    NC3234.2
021500     02 CCVS-E-4-1                   PIC XXX    VALUE SPACE.      NC3234.2
021600     02 FILLER                       PIC X(4)   VALUE " OF ".     NC3234.2
021700     02 CCVS-E-4-2                   PIC XXX    VALUE SPACE.      NC3234.2
021800     02 FILLER                       PIC X(40)  VALUE             NC3234.2
021900      "  TESTS WERE EXECUTED SUCCESSFULLY".                       NC3234.2
022000 01  XXINFO.                                                      NC3234.2
022100     02 FILLER                       PIC X(19)  VALUE             NC3234.2
022200            "*** INFORMATION ***".                                NC3234.2
022300     02 INFO-TEXT.                                                NC3234.2
022400       04 FILLER                     PIC X(8)   VALUE SPACE.      NC3234.2
022500       04 XXCOMPUTED                 PIC X(20).                   NC3234.2
022600       04 FILLER                     PIC X(5)   VALUE SPACE.      NC3234.2
022700       04 XXCORRECT                  PIC X(20).                   NC3234.2
022800     02 INF-ANSI-REFERENCE           PIC X(48).                   NC3234.2
022900 01  HYPHEN-LINE.                                                 NC3234.2
023000     02 FILLER  PIC IS X VALUE IS SPACE.                          NC3234.2
023100     02 FILLER  PIC IS X(65)    VALUE IS "************************NC3234.2
023200-    "*****************************************".                 NC3234.2
023300     02 FILLER  PIC IS X(54)    VALUE IS "************************NC3234.2
023400-    "******************************".                            NC3234.2
023500 01  CSV-HEADER-REC PICTURE X(200) VALUE                          NC3234.2
023600     "PGM-ID,FEATURE,FEATURE-CODE,PAR-NAME,                       NC3234.2
023700-    "P-OR-F,PASS,FAIL,DELETE,INSPECT".                           NC3234.2
023800 01  WS-SS-FILE-STATUS PICTURE XX VALUE SPACE.                    NC3234.2
023900 01  WS-NP-FILE-STATUS PIC XX VALUE SPACE.                        NC3234.2
024000 01  WS-FC-CNT PIC 9(3) VALUE ZERO.                               NC3234.2
024100 01  WS-BUILD-ID PIC X(16) VALUE SPACE.                           NC3234.2
024200 01  WS-RUN-DATE PIC 9(8) VALUE ZERO.                             NC3234.2
024300 01  WS-START-TIME PIC 9(8) VALUE ZERO.                           NC3234.2
024400 01  WS-END-TIME PIC 9(8) VALUE ZERO.                             NC3234.2
024500 01  WS-XCARD-FSTATUS PIC XX VALUE SPACE.                         NC3234.2
024600 01  WS-XCARD-EOF     PIC X  VALUE SPACE.                         NC3234.2
024700 01  WS-XCARD-CODE    PIC X(3).                                   NC3234.2
024800 01  WS-XCARD-VALUE   PIC X(8).                                   NC3234.2
024900     COPY     CCVSSED.                                            NC3234.2
025000 01  CCVS-PGM-ID                     PIC X(9)   VALUE             NC3234.2
025100     "NC323A".                                                    NC3234.2
025200 PROCEDURE DIVISION.                                              NC3234.2
025300 CCVS1 SECTION.                                                   NC3234.2
025400 OPEN-FILES.                                                      NC3234.2
025400     CALL     "CCVSHBT" USING CCVS-PGM-ID                         NC3234.2
025400              BY CONTENT "OPEN ".                                 NC3234.2
025500     PERFORM  LOAD-X-CARD-PARMS.                                  NC3234.2
025600     OPEN     OUTPUT PRINT-FILE.                                  NC3234.2
025700     OPEN     EXTEND SUITE-SUMMARY-FILE.                          NC3234.2
025800     IF       WS-SS-FILE-STATUS = "35"                            NC3234.2
025900              OPEN OUTPUT SUITE-SUMMARY-FILE                      NC3234.2
026000     END-IF.                                                      NC3234.2
026100     OPEN     EXTEND NEGATIVE-PATH-FILE.                          NC3234.2
026200     IF       WS-NP-FILE-STATUS = "35"                            NC3234.2
026300              OPEN OUTPUT NEGATIVE-PATH-FILE                      NC3234.2
026400     END-IF.                                                      NC3234.2
026500     MOVE WHEN-COMPILED TO WS-BUILD-ID.                           NC3234.2
026600     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.                       NC3234.2
026700     ACCEPT WS-START-TIME FROM TIME.                              NC3234.2
026800     MOVE WS-BUILD-ID TO H4-BUILD-ID.                             NC3234.2
026900     MOVE WS-RUN-DATE TO H4-RUN-DATE.                             NC3234.2
027000     OPEN     OUTPUT CSV-RESULTS-FILE.                            NC3234.2
027100     WRITE    CSV-RESULTS-REC FROM CSV-HEADER-REC.                NC3234.2
027200     MOVE CCVS-PGM-ID TO TEST-ID. MOVE CCVS-PGM-ID TO ID-AGAIN.   NC3234.2
027300     MOVE    SPACE TO TEST-RESULTS.                               NC3234.2
027400     PERFORM  HEAD-ROUTINE THRU COLUMN-NAMES-ROUTINE.             NC3234.2
027500     GO TO CCVS1-EXIT.                                            NC3234.2
027600 CLOSE-FILES.                                                     NC3234.2
027600     CALL     "CCVSHBT" USING CCVS-PGM-ID                         NC3234.2
027600              BY CONTENT "CLOSE".                                 NC3234.2
027700     ACCEPT WS-END-TIME FROM TIME.                                NC3234.2
027800     PERFORM END-ROUTINE THRU END-ROUTINE-13. CLOSE PRINT-FILE.   NC3234.2
027900     CLOSE    SUITE-SUMMARY-FILE.                                 NC3234.2
028000     CLOSE    NEGATIVE-PATH-FILE.                                 NC3234.2
028100     CLOSE    CSV-RESULTS-FILE.                                   NC3234.2
028200 TERMINATE-CCVS.                                                  NC3234.2
028300*S   EXIT PROGRAM.                                                NC3234.2
028400*SERMINATE-CALL.                                                  NC3234.2
028500     EVALUATE TRUE                                                NC3234.2
028600         WHEN ERROR-COUNTER NOT EQUAL TO ZERO                     NC3234.2
028700             MOVE 16 TO RETURN-CODE                               NC3234.2
028800         WHEN DELETE-COUNTER NOT EQUAL TO ZERO                    NC3234.2
028900             MOVE 8 TO RETURN-CODE                                NC3234.2
029000         WHEN INSPECT-COUNTER NOT EQUAL TO ZERO                   NC3234.2
029100             MOVE 4 TO RETURN-CODE                                NC3234.2
029200         WHEN OTHER                                               NC3234.2
029300             MOVE 0 TO RETURN-CODE                                NC3234.2
029400     END-EVALUATE.                                                NC3234.2
029500     STOP     RUN.                                                NC3234.2
029600 EXTRACT-ANSI-CLAUSE-NUM.                                         NC3234.2
029700     MOVE     SPACES TO ANSI-CLAUSE-NUM.                          NC3234.2
029800     MOVE     1 TO WS-ANSI-IDX.                                   NC3234.2
029900     PERFORM  UNTIL WS-ANSI-IDX > 48                              NC3234.2
030000         OR ANSI-REFERENCE (WS-ANSI-IDX:1) = SPACE                NC3234.2
030100         OR ANSI-REFERENCE (WS-ANSI-IDX:1) = ";"                  NC3234.2
030200         ADD 1 TO WS-ANSI-IDX                                     NC3234.2
030300     END-PERFORM.                                                 NC3234.2
030400     SUBTRACT 1 FROM WS-ANSI-IDX GIVING WS-ANSI-LEN.              NC3234.2
030500     IF       WS-ANSI-LEN > 0                                     NC3234.2
030600              MOVE ANSI-REFERENCE (1:WS-ANSI-LEN)                 NC3234.2
030700                      TO ANSI-CLAUSE-NUM                          NC3234.2
030800     END-IF.                                                      NC3234.2
030900 LOAD-X-CARD-PARMS.                                               NC3234.2
031000     OPEN     INPUT XCARD-PARM-FILE.                              NC3234.2
031100     IF       WS-XCARD-FSTATUS NOT = "35"                         NC3234.2
031200              PERFORM READ-XCARD-PARM-LINE                        NC3234.2
031300              PERFORM APPLY-XCARD-PARM-LINE                       NC3234.2
031400                      UNTIL WS-XCARD-EOF = "Y"                    NC3234.2
031500              CLOSE XCARD-PARM-FILE                               NC3234.2
031600     END-IF.                                                      NC3234.2
031700     MOVE     SPACE TO DUMMY-RECORD.                              NC3234.2
031700     STRING   "RANDOM SEED: " DELIMITED BY SIZE                   NC3234.2
031700              WS-RANDOM-SEED DELIMITED BY SIZE                    NC3234.2
031700              INTO DUMMY-RECORD.                                  NC3234.2
031700     CALL     "CCVSLOG" USING CCVS-PGM-ID                         NC3234.2
031700              DUMMY-RECORD.                                       NC3234.2
031700     MOVE     SPACE TO DUMMY-RECORD.                              NC3234.2
031800 READ-XCARD-PARM-LINE.                                            NC3234.2
031900     READ     XCARD-PARM-FILE INTO XCARD-PARM-REC                 NC3234.2
032000              AT END MOVE "Y" TO WS-XCARD-EOF.                    NC3234.2
032100 APPLY-XCARD-PARM-LINE.                                           NC3234.2
032200     UNSTRING XCARD-PARM-REC DELIMITED BY "="                     NC3234.2
032300              INTO WS-XCARD-CODE WS-XCARD-VALUE.                  NC3234.2
032400     EVALUATE WS-XCARD-CODE                                       NC3234.2
032500     WHEN "095" MOVE WS-XCARD-VALUE(1:3)                          NC3234.2
032600         TO WS-PAGE-LINES-ALPHA                                   NC3234.2
032700 WHEN "999" MOVE WS-XCARD-VALUE TO WS-RANDOM-SEED                 NC3234.2
032800         WHEN OTHER CONTINUE                                      NC3234.2
032900     END-EVALUATE.                                                NC3234.2
033000     PERFORM  READ-XCARD-PARM-LINE.                               NC3234.2
033100 INSPT. MOVE "INSPT" TO P-OR-F. ADD 1 TO INSPECT-COUNTER.         NC3234.2
033200 PASS.  MOVE "PASS " TO P-OR-F.  ADD 1 TO PASS-COUNTER.           NC3234.2
033300 FAIL.  MOVE "FAIL*" TO P-OR-F.  ADD 1 TO ERROR-COUNTER.          NC3234.2
033400 DE-LETE.  MOVE "*****" TO P-OR-F.  ADD 1 TO DELETE-COUNTER.      NC3234.2
033500     MOVE "****TEST DELETED****" TO RE-MARK.                      NC3234.2
033600 PRINT-DETAIL.                                                    NC3234.2
033700     IF REC-CT NOT EQUAL TO ZERO                                  NC3234.2
033800             MOVE "." TO PARDOT-X                                 NC3234.2
033900             MOVE REC-CT TO DOTVALUE.                             NC3234.2
034000     MOVE     TEST-RESULTS TO PRINT-REC. PERFORM WRITE-LINE.      NC3234.2
034100     PERFORM WRITE-CSV-LINE.                                      NC3234.2
034200     IF P-OR-F EQUAL TO "FAIL*"  PERFORM WRITE-LINE               NC3234.2
034300        PERFORM FAIL-ROUTINE THRU FAIL-ROUTINE-EX                 NC3234.2
034400          ELSE PERFORM BAIL-OUT THRU BAIL-OUT-EX.                 NC3234.2
034500     MOVE SPACE TO P-OR-F. MOVE SPACE TO COMPUTED-X.              NC3234.2
034600     MOVE SPACE TO CORRECT-X.                                     NC3234.2
034700     IF     REC-CT EQUAL TO ZERO  MOVE SPACE TO PAR-NAME.         NC3234.2
034800     MOVE     SPACE TO RE-MARK.                                   NC3234.2
034900 HEAD-ROUTINE.                                                    NC3234.2
035000     MOVE CCVS-H-1  TO DUMMY-RECORD. PERFORM WRITE-LINE 2 TIMES.  NC3234.2
035100     MOVE CCVS-H-2A TO DUMMY-RECORD. PERFORM WRITE-LINE 2 TIMES.  NC3234.2
035200     MOVE CCVS-H-2B TO DUMMY-RECORD. PERFORM WRITE-LINE 3 TIMES.  NC3234.2
035300     MOVE CCVS-H-3  TO DUMMY-RECORD. PERFORM WRITE-LINE 3 TIMES.  NC3234.2
035400     MOVE CCVS-H-4 TO DUMMY-RECORD. PERFORM WRITE-LINE.           NC3234.2
035500 COLUMN-NAMES-ROUTINE.                                            NC3234.2
035600     MOVE CCVS-C-1 TO DUMMY-RECORD. PERFORM WRITE-LINE.           NC3234.2
035700     MOVE CCVS-C-2 TO DUMMY-RECORD. PERFORM WRITE-LINE 2 TIMES.   NC3234.2
035800     MOVE HYPHEN-LINE TO DUMMY-RECORD. PERFORM WRITE-LINE.        NC3234.2
035900 END-ROUTINE.                                                     NC3234.2
036000     MOVE HYPHEN-LINE TO DUMMY-RECORD. PERFORM WRITE-LINE 5 TIMES.NC3234.2
036100 END-RTN-EXIT.                                                    NC3234.2
036200     MOVE CCVS-E-1 TO DUMMY-RECORD. PERFORM WRITE-LINE 2 TIMES.   NC3234.2
036300 END-ROUTINE-1.                                                   NC3234.2
036400      ADD ERROR-COUNTER TO ERROR-HOLD ADD INSPECT-COUNTER TO      NC3234.2
036500      ERROR-HOLD. ADD DELETE-COUNTER TO ERROR-HOLD.               NC3234.2
036600      ADD PASS-COUNTER TO ERROR-HOLD.                             NC3234.2
036700     MOVE SPACE TO SUITE-SUMMARY-REC.                             NC3234.2
036800     STRING CCVS-PGM-ID     DELIMITED BY SPACE ","                NC3234.2
036900            WS-BUILD-ID      DELIMITED BY SIZE  ","               NC3234.2
037000            WS-RUN-DATE      DELIMITED BY SIZE  ","               NC3234.2
037100            WS-START-TIME    DELIMITED BY SIZE  ","               NC3234.2
037200            WS-END-TIME      DELIMITED BY SIZE  ","               NC3234.2
037300            PASS-COUNTER    DELIMITED BY SIZE  ","                NC3234.2
037400            ERROR-COUNTER   DELIMITED BY SIZE  ","                NC3234.2
037500            DELETE-COUNTER DELIMITED BY SIZE  ","                 NC3234.2
037600            INSPECT-COUNTER DELIMITED BY SIZE                     NC3234.2
037700            INTO SUITE-SUMMARY-REC.                               NC3234.2
037800     WRITE SUITE-SUMMARY-REC.                                     NC3234.2
037900*     IF PASS-COUNTER EQUAL TO ERROR-HOLD GO TO END-ROUTINE-12.   NC3234.2
038000      MOVE PASS-COUNTER TO CCVS-E-4-1.                            NC3234.2
038100      MOVE ERROR-HOLD TO CCVS-E-4-2.                              NC3234.2
038200      MOVE CCVS-E-4 TO CCVS-E-2-2.                                NC3234.2
038300      MOVE CCVS-E-2 TO DUMMY-RECORD PERFORM WRITE-LINE.           NC3234.2
038400  END-ROUTINE-12.                                                 NC3234.2
038500      MOVE "TEST(S) FAILED" TO ENDER-DESC.                        NC3234.2
038600     IF       ERROR-COUNTER IS EQUAL TO ZERO                      NC3234.2
038700         MOVE "NO " TO ERROR-TOTAL                                NC3234.2
038800         ELSE                                                     NC3234.2
038900         MOVE ERROR-COUNTER TO ERROR-TOTAL.                       NC3234.2
039000     MOVE     CCVS-E-2 TO DUMMY-RECORD.                           NC3234.2
039100     PERFORM WRITE-LINE.                                          NC3234.2
039200 END-ROUTINE-13.                                                  NC3234.2
039300     IF DELETE-COUNTER IS EQUAL TO ZERO                           NC3234.2
039400         MOVE "NO " TO ERROR-TOTAL  ELSE                          NC3234.2
039500         MOVE DELETE-COUNTER TO ERROR-TOTAL.                      NC3234.2
039600     MOVE "TEST(S) DELETED     " TO ENDER-DESC.                   NC3234.2
039700     MOVE CCVS-E-2 TO DUMMY-RECORD. PERFORM WRITE-LINE.           NC3234.2
039800      IF   INSPECT-COUNTER EQUAL TO ZERO                          NC3234.2
039900          MOVE "NO " TO ERROR-TOTAL                               NC3234.2
040000      ELSE MOVE INSPECT-COUNTER TO ERROR-TOTAL.                   NC3234.2
040100      MOVE "TEST(S) REQUIRE INSPECTION" TO ENDER-DESC.            NC3234.2
040200      MOVE CCVS-E-2 TO DUMMY-RECORD. PERFORM WRITE-LINE.          NC3234.2
040300     MOVE CCVS-E-3 TO DUMMY-RECORD. PERFORM WRITE-LINE.           NC3234.2
040400 WRITE-LINE.                                                      NC3234.2
040500     ADD 1 TO RECORD-COUNT.                                       NC3234.2
040600     IF RECORD-COUNT GREATER WS-PAGE-LINES                        NC3234.2
040700         MOVE DUMMY-RECORD TO DUMMY-HOLD                          NC3234.2
040800         MOVE SPACE TO DUMMY-RECORD                               NC3234.2
040900         WRITE DUMMY-RECORD AFTER ADVANCING 1 LINES               NC3234.2
041000         MOVE CCVS-H-1  TO DUMMY-RECORD PERFORM WRT-LN 2 TIMES    NC3234.2
041100         MOVE CCVS-H-2A TO DUMMY-RECORD PERFORM WRT-LN 2 TIMES    NC3234.2
041200         MOVE CCVS-H-2B TO DUMMY-RECORD PERFORM WRT-LN 3 TIMES    NC3234.2
041300         MOVE CCVS-H-3  TO DUMMY-RECORD PERFORM WRT-LN 3 TIMES    NC3234.2
041400         MOVE CCVS-H-4 TO DUMMY-RECORD PERFORM WRT-LN             NC3234.2
041500         MOVE CCVS-C-1  TO DUMMY-RECORD PERFORM WRT-LN            NC3234.2
041600         MOVE CCVS-C-2  TO DUMMY-RECORD PERFORM WRT-LN            NC3234.2
041700         MOVE HYPHEN-LINE TO DUMMY-RECORD PERFORM WRT-LN          NC3234.2
041800         MOVE DUMMY-HOLD TO DUMMY-RECORD                          NC3234.2
041900         MOVE ZERO TO RECORD-COUNT.                               NC3234.2
042000     PERFORM WRT-LN.                                              NC3234.2
042100 WRT-LN.                                                          NC3234.2
042200     WRITE    DUMMY-RECORD AFTER ADVANCING 1 LINES.               NC3234.2
042300     MOVE SPACE TO DUMMY-RECORD.                                  NC3234.2
042400 DERIVE-FEATURE-CODE.                                             NC3234.2
042500         MOVE SPACES TO FEATURE-CODE.                             NC3234.2
042600         MOVE ZERO TO WS-FC-CNT.                                  NC3234.2
042700         INSPECT FEATURE TALLYING WS-FC-CNT                       NC3234.2
042800             FOR ALL "UNSTRING".                                  NC3234.2
042900         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                NC3234.2
043000             MOVE "UNSTRING" TO FEATURE-CODE.                     NC3234.2
043100         MOVE ZERO TO WS-FC-CNT.                                  NC3234.2
043200         INSPECT FEATURE TALLYING WS-FC-CNT                       NC3234.2
043300             FOR ALL "REWRITE".                                   NC3234.2
043400         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                NC3234.2
043500             MOVE "REWRITE" TO FEATURE-CODE.                      NC3234.2
043600         MOVE ZERO TO WS-FC-CNT.                                  NC3234.2
043700         INSPECT FEATURE TALLYING WS-FC-CNT                       NC3234.2
043800             FOR ALL "SORT".                                      NC3234.2
043900         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                NC3234.2
044000             MOVE "SORT" TO FEATURE-CODE.                         NC3234.2
044100         MOVE ZERO TO WS-FC-CNT.                                  NC3234.2
044200         INSPECT FEATURE TALLYING WS-FC-CNT                       NC3234.2
044300             FOR ALL "MERGE".                                     NC3234.2
044400         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                NC3234.2
044500             MOVE "MERGE" TO FEATURE-CODE.                        NC3234.2
044600         MOVE ZERO TO WS-FC-CNT.                                  NC3234.2
044700         INSPECT FEATURE TALLYING WS-FC-CNT                       NC3234.2
044800             FOR ALL "WRITE".                                     NC3234.2
044900         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                NC3234.2
045000             MOVE "WRITE" TO FEATURE-CODE.                        NC3234.2
045100         MOVE ZERO TO WS-FC-CNT.                                  NC3234.2
045200         INSPECT FEATURE TALLYING WS-FC-CNT                       NC3234.2
045300             FOR ALL "DELETE".                                    NC3234.2
045400         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                NC3234.2
045500             MOVE "DELETE" TO FEATURE-CODE.                       NC3234.2
045600         MOVE ZERO TO WS-FC-CNT.                                  NC3234.2
045700         INSPECT FEATURE TALLYING WS-FC-CNT                       NC3234.2
045800             FOR ALL "READ".                                      NC3234.2
045900         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                NC3234.2
046000             MOVE "READ" TO FEATURE-CODE.                         NC3234.2
046100         MOVE ZERO TO WS-FC-CNT.                                  NC3234.2
046200         INSPECT FEATURE TALLYING WS-FC-CNT                       NC3234.2
046300             FOR ALL "OPEN".                                      NC3234.2
046400         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                NC3234.2
046500             MOVE "OPEN" TO FEATURE-CODE.                         NC3234.2
046600         MOVE ZERO TO WS-FC-CNT.                                  NC3234.2
046700         INSPECT FEATURE TALLYING WS-FC-CNT                       NC3234.2
046800             FOR ALL "CLOSE".                                     NC3234.2
046900         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                NC3234.2
047000             MOVE "CLOSE" TO FEATURE-CODE.                        NC3234.2
047100         MOVE ZERO TO WS-FC-CNT.                                  NC3234.2
047200         INSPECT FEATURE TALLYING WS-FC-CNT                       NC3234.2
047300             FOR ALL "START".                                     NC3234.2
047400         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                NC3234.2
047500             MOVE "START" TO FEATURE-CODE.                        NC3234.2
047600         MOVE ZERO TO WS-FC-CNT.                                  NC3234.2
047700         INSPECT FEATURE TALLYING WS-FC-CNT                       NC3234.2
047800             FOR ALL "CALL".                                      NC3234.2
047900         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                NC3234.2
048000             MOVE "CALL" TO FEATURE-CODE.                         NC3234.2
048100         MOVE ZERO TO WS-FC-CNT.                                  NC3234.2
048200         INSPECT FEATURE TALLYING WS-FC-CNT                       NC3234.2
048300             FOR ALL "STRING".                                    NC3234.2
048400         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                NC3234.2
048500             MOVE "STRING" TO FEATURE-CODE.                       NC3234.2
048600         MOVE ZERO TO WS-FC-CNT.                                  NC3234.2
048700         INSPECT FEATURE TALLYING WS-FC-CNT                       NC3234.2
048800             FOR ALL "INSPECT".                                   NC3234.2
048900         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                NC3234.2
049000             MOVE "INSPECT" TO FEATURE-CODE.                      NC3234.2
049100         MOVE ZERO TO WS-FC-CNT.                                  NC3234.2
049200         INSPECT FEATURE TALLYING WS-FC-CNT                       NC3234.2
049300             FOR ALL "COPY".                                      NC3234.2
049400         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                NC3234.2
049500             MOVE "COPY" TO FEATURE-CODE.                         NC3234.2
049600         MOVE ZERO TO WS-FC-CNT.                                  NC3234.2
049700         INSPECT FEATURE TALLYING WS-FC-CNT                       NC3234.2
049800             FOR ALL "SEG".                                       NC3234.2
049900         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                NC3234.2
050000             MOVE "SEGMENT" TO FEATURE-CODE.                      NC3234.2
050100         MOVE ZERO TO WS-FC-CNT.                                  NC3234.2
050200         INSPECT FEATURE TALLYING WS-FC-CNT                       NC3234.2
050300             FOR ALL "KEY".                                       NC3234.2
050400         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                NC3234.2
050500             MOVE "KEY" TO FEATURE-CODE.                          NC3234.2
050600         MOVE ZERO TO WS-FC-CNT.                                  NC3234.2
050700         INSPECT FEATURE TALLYING WS-FC-CNT                       NC3234.2
050800             FOR ALL "COMPARE".                                   NC3234.2
050900         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                NC3234.2
051000             MOVE "COMPARE" TO FEATURE-CODE.                      NC3234.2
051100         MOVE ZERO TO WS-FC-CNT.                                  NC3234.2
051200         INSPECT FEATURE TALLYING WS-FC-CNT                       NC3234.2
051300             FOR ALL "CONDITION".                                 NC3234.2
051400         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                NC3234.2
051500             MOVE "COND" TO FEATURE-CODE.                         NC3234.2
051600         IF FEATURE-CODE = SPACE                                  NC3234.2
051700             MOVE "OTHER" TO FEATURE-CODE.                        NC3234.2
051800 WRITE-NEGATIVE-PATH-LINE.                                        NC3234.2
051900     MOVE SPACE TO NEGATIVE-PATH-REC.                             NC3234.2
052000     STRING CCVS-PGM-ID     DELIMITED BY SPACE ","                NC3234.2
052100            FEATURE         DELIMITED BY SIZE  ","                NC3234.2
052200            FEATURE-CODE    DELIMITED BY SPACE ","                NC3234.2
052300            PAR-NAME        DELIMITED BY SIZE  ","                NC3234.2
052400            P-OR-F          DELIMITED BY SPACE                    NC3234.2
052500            INTO NEGATIVE-PATH-REC.                               NC3234.2
052600     WRITE NEGATIVE-PATH-REC.                                     NC3234.2
052700 WRITE-CSV-LINE.                                                  NC3234.2
052800     PERFORM DERIVE-FEATURE-CODE.                                 NC3234.2
052900     MOVE SPACE TO CSV-RESULTS-REC.                               NC3234.2
053000     STRING CCVS-PGM-ID     DELIMITED BY SPACE ","                NC3234.2
053100            FEATURE         DELIMITED BY SIZE  ","                NC3234.2
053200            FEATURE-CODE    DELIMITED BY SPACE ","                NC3234.2
053300            PAR-NAME        DELIMITED BY SIZE  ","                NC3234.2
053400            P-OR-F          DELIMITED BY SPACE ","                NC3234.2
053500            PASS-COUNTER    DELIMITED BY SIZE  ","                NC3234.2
053600            ERROR-COUNTER   DELIMITED BY SIZE  ","                NC3234.2
053700            DELETE-COUNTER DELIMITED BY SIZE  ","                 NC3234.2
053800            INSPECT-COUNTER DELIMITED BY SIZE                     NC3234.2
053900            INTO CSV-RESULTS-REC.                                 NC3234.2
054000     WRITE CSV-RESULTS-REC.                                       NC3234.2
054100     IF P-OR-F = "*****" OR P-OR-F = "INSPT"                      NC3234.2
054200         PERFORM WRITE-NEGATIVE-PATH-LINE.                        NC3234.2
054300 BLANK-LINE-PRINT.                                                NC3234.2
054400     PERFORM WRT-LN.                                              NC3234.2
054500 FAIL-ROUTINE.                                                    NC3234.2
054600     PERFORM  EXTRACT-ANSI-CLAUSE-NUM.                            NC3234.2
054700     IF     COMPUTED-X NOT EQUAL TO SPACE                         NC3234.2
054800            GO TO   FAIL-ROUTINE-WRITE.                           NC3234.2
054900     IF     CORRECT-X NOT EQUAL TO SPACE GO TO FAIL-ROUTINE-WRITE.NC3234.2
055000     MOVE   ANSI-REFERENCE TO INF-ANSI-REFERENCE.                 NC3234.2
055100     MOVE  "NO FURTHER INFORMATION, SEE PROGRAM." TO INFO-TEXT.   NC3234.2
055200     MOVE   XXINFO TO DUMMY-RECORD. PERFORM WRITE-LINE 2 TIMES.   NC3234.2
055300     MOVE   SPACES TO INF-ANSI-REFERENCE.                         NC3234.2
055400     GO TO  FAIL-ROUTINE-EX.                                      NC3234.2
055500 FAIL-ROUTINE-WRITE.                                              NC3234.2
055600     MOVE   TEST-COMPUTED TO PRINT-REC PERFORM WRITE-LINE         NC3234.2
055700     MOVE   ANSI-REFERENCE TO COR-ANSI-REFERENCE.                 NC3234.2
055800     MOVE   TEST-CORRECT TO PRINT-REC PERFORM WRITE-LINE 2 TIMES. NC3234.2
055900     MOVE   SPACES TO COR-ANSI-REFERENCE.                         NC3234.2
056000 FAIL-ROUTINE-EX. EXIT.                                           NC3234.2
056100 BAIL-OUT.                                                        NC3234.2
056200     IF     COMPUTED-A NOT EQUAL TO SPACE GO TO BAIL-OUT-WRITE.   NC3234.2
056300     IF     CORRECT-A EQUAL TO SPACE GO TO BAIL-OUT-EX.           NC3234.2
056400 BAIL-OUT-WRITE.                                                  NC3234.2
056500     MOVE CORRECT-A TO XXCORRECT. MOVE COMPUTED-A TO XXCOMPUTED.  NC3234.2
056600     MOVE   ANSI-REFERENCE TO INF-ANSI-REFERENCE.                 NC3234.2
056700     MOVE   XXINFO TO DUMMY-RECORD. PERFORM WRITE-LINE 2 TIMES.   NC3234.2
056800     MOVE   SPACES TO INF-ANSI-REFERENCE.                         NC3234.2
056900 BAIL-OUT-EX. EXIT.                                               NC3234.2
057000 CCVS1-EXIT.                                                      NC3234.2
057100     EXIT.                                                        NC3234.2
057200 SECT-NC323A-001 SECTION.                                         NC3234.2
057300 ADT-CAPTURE-323.                                                 NC3234.2
057400     PERFORM  ADT-CAPTURE.                                        NC3234.2
057500     IF       ADT-DATE-CHECK NOT = ADT-DATE                       NC3234.2
057600              PERFORM ADT-CAPTURE.                                NC3234.2
057700*    THE WINDOWED DATE SUPPLIES THE CENTURY FOR THE LEAP-YEAR     NC3234.2
057800*    RULE APPLIED TO THE 6-DIGIT DATE.                            NC3234.2
057900     MOVE     ADT-DATE TO ADT-DTW-RAW.                            NC3234.2
058000     CALL     "CCVSDTW" USING ADT-DTW-RAW ADT-DTW-OUT.            NC3234.2
058100     DIVIDE   ADT-DTW-OUT BY 10000 GIVING ADT-WINDOW-CCYY.        NC3234.2
058200     MOVE     ADT-WINDOW-CCYY TO ADT-CALC-CCYY.                   NC3234.2
058300     MOVE     ADT-D-MM TO ADT-CALC-MM.                            NC3234.2
058400     MOVE     ADT-D-DD TO ADT-CALC-DD.                            NC3234.2
058500     PERFORM  ADT-CALENDAR THRU ADT-CALENDAR-EXIT.                NC3234.2
058600     MOVE     ADT-CALC-LEN TO ADT-DATE-LEN.                       NC3234.2
058700     MOVE     ADT-CALC-DDD TO ADT-DATE-DDD.                       NC3234.2
058800     MOVE     ADT-D8-CCYY TO ADT-CALC-CCYY.                       NC3234.2
058900     MOVE     ADT-D8-MM TO ADT-CALC-MM.                           NC3234.2
059000     MOVE     ADT-D8-DD TO ADT-CALC-DD.                           NC3234.2
059100     PERFORM  ADT-CALENDAR THRU ADT-CALENDAR-EXIT.                NC3234.2
059200     MOVE     ADT-CALC-LEN TO ADT-DATE-8-LEN.                     NC3234.2
059300     MOVE     ADT-CALC-DDD TO ADT-DATE-8-DDD.                     NC3234.2
059400     MOVE     ADT-CALC-DOW TO ADT-DATE-8-DOW.                     NC3234.2
059500 ADT-INIT-323-1.                                                  NC3234.2
059600     MOVE     "ACCEPT FROM DATE" TO FEATURE.                      NC3234.2
059700     MOVE     "VI-67 6.5 ACCEPT" TO ANSI-REFERENCE.               NC3234.2
059800 ADT-TEST-323-1.                                                  NC3234.2
059900*    DATE (YYMMDD) NAMES A DAY THAT EXISTS.                       NC3234.2
060000     MOVE     "ADT-TEST-323-1" TO PAR-NAME.                       NC3234.2
060100     IF       ADT-DATE-LEN NOT = ZERO                             NC3234.2
060200              AND ADT-D-DD NOT LESS THAN 1                        NC3234.2
060300              AND ADT-D-DD NOT GREATER THAN ADT-DATE-LEN          NC3234.2
060400              PERFORM PASS                                        NC3234.2
060500              GO TO ADT-WRITE-323-1.                              NC3234.2
060600     MOVE     ADT-DATE TO COMPUTED-A.                             NC3234.2
060700     MOVE     "YYMMDD" TO CORRECT-A.                              NC3234.2
060800     MOVE     "DATE IS NOT A VALID CALENDAR DATE" TO RE-MARK.     NC3234.2
060900     PERFORM  FAIL.                                               NC3234.2
061000 ADT-WRITE-323-1.                                                 NC3234.2
061100     PERFORM  PRINT-DETAIL.                                       NC3234.2
061200 ADT-TEST-323-2.                                                  NC3234.2
061300*    DATE YYYYMMDD NAMES A DAY THAT EXISTS.                       NC3234.2
061400     MOVE     "ADT-TEST-323-2" TO PAR-NAME.                       NC3234.2
061500     IF       ADT-DATE-8-LEN NOT = ZERO                           NC3234.2
061600              AND ADT-D8-DD NOT LESS THAN 1                       NC3234.2
061700              AND ADT-D8-DD NOT GREATER THAN ADT-DATE-8-LEN       NC3234.2
061800              PERFORM PASS                                        NC3234.2
061900              GO TO ADT-WRITE-323-2.                              NC3234.2
062000     MOVE     ADT-DATE-8 TO COMPUTED-A.                           NC3234.2
062100     MOVE     "CCYYMMDD" TO CORRECT-A.                            NC3234.2
062200     MOVE     "DATE YYYYMMDD IS NOT A VALID CALENDAR DATE"        NC3234.2
062300              TO RE-MARK.                                         NC3234.2
062400     PERFORM  FAIL.                                               NC3234.2
062500 ADT-WRITE-323-2.                                                 NC3234.2
062600     PERFORM  PRINT-DETAIL.                                       NC3234.2
062700 ADT-TEST-323-3.                                                  NC3234.2
062800*    THE 6-DIGIT DATE, WINDOWED BY THE RULE CCVSDTW HOLDS FOR     NC3234.2
062900*    ARCHIVED FEEDS, MUST BE THE 8-DIGIT DATE OF THE SAME READ.   NC3234.2
063000     MOVE     "ADT-TEST-323-3" TO PAR-NAME.                       NC3234.2
063100     IF       ADT-DTW-OUT = ADT-DATE-8                            NC3234.2
063200              PERFORM PASS                                        NC3234.2
063300              GO TO ADT-WRITE-323-3.                              NC3234.2
063400     MOVE     ADT-DTW-OUT TO COMPUTED-18V0.                       NC3234.2
063500     MOVE     ADT-DATE-8 TO CORRECT-18V0.                         NC3234.2
063600     MOVE     "WINDOWED DATE DISAGREES WITH DATE YYYYMMDD"        NC3234.2
063700              TO RE-MARK.                                         NC3234.2
063800     PERFORM  FAIL.                                               NC3234.2
063900 ADT-WRITE-323-3.                                                 NC3234.2
064000     PERFORM  PRINT-DETAIL.                                       NC3234.2
064100 ADT-INIT-323-4.                                                  NC3234.2
064200     MOVE     "ACCEPT FROM DAY" TO FEATURE.                       NC3234.2
064300 ADT-TEST-323-4.                                                  NC3234.2
064400*    DAY (YYDDD) IS THE JULIAN DAY OF DATE.                       NC3234.2
064500     MOVE     "ADT-TEST-323-4" TO PAR-NAME.                       NC3234.2
064600     IF       ADT-J-YY = ADT-D-YY                                 NC3234.2
064700              AND ADT-J-DDD = ADT-DATE-DDD                        NC3234.2
064800              AND ADT-J-DDD NOT = ZERO                            NC3234.2
064900              PERFORM PASS                                        NC3234.2
065000              GO TO ADT-WRITE-323-4.                              NC3234.2
065100     MOVE     ADT-DAY TO COMPUTED-18V0.                           NC3234.2
065200     COMPUTE  CORRECT-18V0 = (ADT-D-YY * 1000) + ADT-DATE-DDD.    NC3234.2
065300     MOVE     "DAY IS NOT THE JULIAN DAY OF DATE" TO RE-MARK.     NC3234.2
065400     PERFORM  FAIL.                                               NC3234.2
065500 ADT-WRITE-323-4.                                                 NC3234.2
065600     PERFORM  PRINT-DETAIL.                                       NC3234.2
065700 ADT-TEST-323-5.                                                  NC3234.2
065800*    DAY YYYYDDD CARRIES THE FULL YEAR OF DATE YYYYMMDD.          NC3234.2
065900     MOVE     "ADT-TEST-323-5" TO PAR-NAME.                       NC3234.2
066000     IF       ADT-J7-CCYY = ADT-D8-CCYY                           NC3234.2
066100              AND ADT-J7-DDD = ADT-DATE-8-DDD                     NC3234.2
066200              AND ADT-J7-DDD NOT = ZERO                           NC3234.2
066300              PERFORM PASS                                        NC3234.2
066400              GO TO ADT-WRITE-323-5.                              NC3234.2
066500     MOVE     ADT-DAY-7 TO COMPUTED-18V0.                         NC3234.2
066600     COMPUTE  CORRECT-18V0 =                                      NC3234.2
066700              (ADT-D8-CCYY * 1000) + ADT-DATE-8-DDD.              NC3234.2
066800     MOVE     "DAY YYYYDDD DISAGREES WITH DATE YYYYMMDD"          NC3234.2
066900              TO RE-MARK.                                         NC3234.2
067000     PERFORM  FAIL.                                               NC3234.2
067100 ADT-WRITE-323-5.                                                 NC3234.2
067200     PERFORM  PRINT-DETAIL.                                       NC3234.2
067300 ADT-INIT-323-6.                                                  NC3234.2
067400     MOVE     "ACCEPT DAY-OF-WEEK" TO FEATURE.                    NC3234.2
067500 ADT-TEST-323-6.                                                  NC3234.2
067600     MOVE     "ADT-TEST-323-6" TO PAR-NAME.                       NC3234.2
067700     IF       ADT-DOW NOT LESS THAN 1                             NC3234.2
067800              AND ADT-DOW NOT GREATER THAN 7                      NC3234.2
067900              PERFORM PASS                                        NC3234.2
068000              GO TO ADT-WRITE-323-6.                              NC3234.2
068100     MOVE     ADT-DOW TO COMPUTED-18V0.                           NC3234.2
068200     MOVE     "DAY-OF-WEEK OUTSIDE 1 THRU 7" TO RE-MARK.          NC3234.2
068300     PERFORM  FAIL.                                               NC3234.2
068400 ADT-WRITE-323-6.                                                 NC3234.2
068500     PERFORM  PRINT-DETAIL.                                       NC3234.2
068600 ADT-TEST-323-7.                                                  NC3234.2
068700*    THE WEEKDAY MATCHES THE ONE COMPUTED FROM DATE YYYYMMDD.     NC3234.2
068800     MOVE     "ADT-TEST-323-7" TO PAR-NAME.                       NC3234.2
068900     IF       ADT-DOW = ADT-DATE-8-DOW                            NC3234.2
069000              PERFORM PASS                                        NC3234.2
069100              GO TO ADT-WRITE-323-7.                              NC3234.2
069200     MOVE     ADT-DOW TO COMPUTED-18V0.                           NC3234.2
069300     MOVE     ADT-DATE-8-DOW TO CORRECT-18V0.                     NC3234.2
069400     MOVE     "DAY-OF-WEEK DOES NOT MATCH THE CALENDAR"           NC3234.2
069500              TO RE-MARK.                                         NC3234.2
069600     PERFORM  FAIL.                                               NC3234.2
069700 ADT-WRITE-323-7.                                                 NC3234.2
069800     PERFORM  PRINT-DETAIL.                                       NC3234.2
069900 ADT-INIT-323-8.                                                  NC3234.2
070000     MOVE     "ACCEPT FROM TIME" TO FEATURE.                      NC3234.2
070100 ADT-TEST-323-8.                                                  NC3234.2
070200*    TIME IS HHMMSSHH WITH EACH PART IN RANGE.                    NC3234.2
070300     MOVE     "ADT-TEST-323-8" TO PAR-NAME.                       NC3234.2
070400     IF       ADT-T-HH LESS THAN 24                               NC3234.2
070500              AND ADT-T-MM LESS THAN 60                           NC3234.2
070600              AND ADT-T-SS LESS THAN 60                           NC3234.2
070700              PERFORM PASS                                        NC3234.2
070800              GO TO ADT-WRITE-323-8.                              NC3234.2
070900     MOVE     ADT-TIME-1 TO COMPUTED-A.                           NC3234.2
071000     MOVE     "HHMMSSHH" TO CORRECT-A.                            NC3234.2
071100     MOVE     "TIME IS NOT A VALID TIME OF DAY" TO RE-MARK.       NC3234.2
071200     PERFORM  FAIL.                                               NC3234.2
071300 ADT-WRITE-323-8.                                                 NC3234.2
071400     PERFORM  PRINT-DETAIL.                                       NC3234.2
071500 ADT-INIT-323-9.                                                  NC3234.2
071600     PERFORM  ADT-SPIN VARYING ADT-SPIN-SUB FROM 1 BY 1           NC3234.2
071700              UNTIL ADT-SPIN-SUB > 50000.                         NC3234.2
071800     ACCEPT   ADT-TIME-2 FROM TIME.                               NC3234.2
071900     ACCEPT   ADT-DATE-8-AFTER FROM DATE YYYYMMDD.                NC3234.2
072000 ADT-TEST-323-9.                                                  NC3234.2
072100*    A LATER READ OF TIME IS NOT EARLIER, UNLESS THE DATE         NC3234.2
072200*    TURNED OVER BETWEEN THE TWO READS.                           NC3234.2
072300     MOVE     "ADT-TEST-323-9" TO PAR-NAME.                       NC3234.2
072400     IF       ADT-TIME-2 NOT LESS THAN ADT-TIME-1                 NC3234.2
072500              OR ADT-DATE-8-AFTER NOT = ADT-DATE-8                NC3234.2
072600              PERFORM PASS                                        NC3234.2
072700              GO TO ADT-WRITE-323-9.                              NC3234.2
072800     MOVE     ADT-TIME-2 TO COMPUTED-18V0.                        NC3234.2
072900     MOVE     ADT-TIME-1 TO CORRECT-18V0.                         NC3234.2
073000     MOVE     "TIME WENT BACKWARD WITHIN THE RUN" TO RE-MARK.     NC3234.2
073100     PERFORM  FAIL.                                               NC3234.2
073200 ADT-WRITE-323-9.                                                 NC3234.2
073300     PERFORM  PRINT-DETAIL.                                       NC3234.2
073400 ADT-TEST-323-10.                                                 NC3234.2
073500*    THE RUN DATE AND START TIME IN THE REPORT HEADER WERE        NC3234.2
073600*    READ FIRST; THE SAME DAY MUST STILL BE CURRENT, OR THE       NC3234.2
073700*    NEXT ONE WITH THE CLOCK HAVING WRAPPED.                      NC3234.2
073800     MOVE     "ADT-TEST-323-10" TO PAR-NAME.                      NC3234.2
073900     IF       ADT-DATE-8 = WS-RUN-DATE                            NC3234.2
074000              AND ADT-TIME-1 NOT LESS THAN WS-START-TIME          NC3234.2
074100              PERFORM PASS                                        NC3234.2
074200              GO TO ADT-WRITE-323-10.                             NC3234.2
074300     IF       ADT-DATE-8 GREATER THAN WS-RUN-DATE                 NC3234.2
074400              AND ADT-TIME-1 LESS THAN WS-START-TIME              NC3234.2
074500              PERFORM PASS                                        NC3234.2
074600              GO TO ADT-WRITE-323-10.                             NC3234.2
074700     MOVE     ADT-DATE-8 TO COMPUTED-18V0.                        NC3234.2
074800     MOVE     WS-RUN-DATE TO CORRECT-18V0.                        NC3234.2
074900     MOVE     "DATE/TIME DISAGREE WITH THE RUN STAMP" TO RE-MARK. NC3234.2
075000     PERFORM  FAIL.                                               NC3234.2
075100 ADT-WRITE-323-10.                                                NC3234.2
075200     PERFORM  PRINT-DETAIL.                                       NC3234.2
075300     GO       TO CCVS-999999.                                     NC3234.2
075400 ADT-CAPTURE.                                                     NC3234.2
075500     ACCEPT   ADT-DATE FROM DATE.                                 NC3234.2
075600     ACCEPT   ADT-DATE-8 FROM DATE YYYYMMDD.                      NC3234.2
075700     ACCEPT   ADT-DAY FROM DAY.                                   NC3234.2
075800     ACCEPT   ADT-DAY-7 FROM DAY YYYYDDD.                         NC3234.2
075900     ACCEPT   ADT-DOW FROM DAY-OF-WEEK.                           NC3234.2
076000     ACCEPT   ADT-TIME-1 FROM TIME.                               NC3234.2
076100     ACCEPT   ADT-DATE-CHECK FROM DATE.                           NC3234.2
076200 ADT-SPIN.                                                        NC3234.2
076300     ADD      ADT-SPIN-SUB TO ADT-SPIN-SUM.                       NC3234.2
076400 ADT-CALENDAR.                                                    NC3234.2
076500*    FOR ADT-CALC-CCYY/MM/DD GIVES THE LENGTH OF THE MONTH, THE   NC3234.2
076600*    JULIAN DAY AND THE WEEKDAY (1 = MONDAY, BY ZELLER'S RULE).   NC3234.2
076700*    A MONTH OUTSIDE 1 THRU 12 GIVES ZERO IN ALL THREE.           NC3234.2
076800     MOVE     ZERO TO ADT-CALC-LEN ADT-CALC-DDD ADT-CALC-DOW.     NC3234.2
076900     MOVE     "N" TO ADT-LEAP-SW.                                 NC3234.2
077000     IF       ADT-CALC-MM LESS THAN 1                             NC3234.2
077100              OR ADT-CALC-MM GREATER THAN 12                      NC3234.2
077200              GO TO ADT-CALENDAR-EXIT.                            NC3234.2
077300     DIVIDE   ADT-CALC-CCYY BY 4 GIVING ADT-QUOT                  NC3234.2
077400              REMAINDER ADT-REM-4.                                NC3234.2
077500     DIVIDE   ADT-CALC-CCYY BY 100 GIVING ADT-QUOT                NC3234.2
077600              REMAINDER ADT-REM-100.                              NC3234.2
077700     DIVIDE   ADT-CALC-CCYY BY 400 GIVING ADT-QUOT                NC3234.2
077800              REMAINDER ADT-REM-400.                              NC3234.2
077900     IF       ADT-REM-4 = ZERO                                    NC3234.2
078000              AND (ADT-REM-100 NOT = ZERO OR ADT-REM-400 = ZERO)  NC3234.2
078100              MOVE "Y" TO ADT-LEAP-SW.                            NC3234.2
078200     MOVE     ADT-MONTH-LEN (ADT-CALC-MM) TO ADT-CALC-LEN.        NC3234.2
078300     COMPUTE  ADT-CALC-DDD =                                      NC3234.2
078400              ADT-MONTH-CUM (ADT-CALC-MM) + ADT-CALC-DD.          NC3234.2
078500     IF       ADT-LEAP-YEAR AND ADT-CALC-MM = 2                   NC3234.2
078600              ADD 1 TO ADT-CALC-LEN.                              NC3234.2
078700     IF       ADT-LEAP-YEAR AND ADT-CALC-MM GREATER THAN 2        NC3234.2
078800              ADD 1 TO ADT-CALC-DDD.                              NC3234.2
078900     MOVE     ADT-CALC-CCYY TO ADT-Z-YEAR.                        NC3234.2
079000     MOVE     ADT-CALC-MM TO ADT-Z-MONTH.                         NC3234.2
079100     IF       ADT-Z-MONTH LESS THAN 3                             NC3234.2
079200              ADD 12 TO ADT-Z-MONTH                               NC3234.2
079300              SUBTRACT 1 FROM ADT-Z-YEAR.                         NC3234.2
079400     DIVIDE   ADT-Z-YEAR BY 100 GIVING ADT-Z-J                    NC3234.2
079500              REMAINDER ADT-Z-K.                                  NC3234.2
079600     DIVIDE   ADT-Z-K BY 4 GIVING ADT-Z-K4.                       NC3234.2
079700     DIVIDE   ADT-Z-J BY 4 GIVING ADT-Z-J4.                       NC3234.2
079800     COMPUTE  ADT-Z-T1 = (13 * (ADT-Z-MONTH + 1)) / 5.            NC3234.2
079900     COMPUTE  ADT-Z-SUM = ADT-CALC-DD + ADT-Z-T1 + ADT-Z-K        NC3234.2
080000              + ADT-Z-K4 + ADT-Z-J4 + (5 * ADT-Z-J).              NC3234.2
080100     DIVIDE   ADT-Z-SUM BY 7 GIVING ADT-QUOT                      NC3234.2
080200              REMAINDER ADT-Z-H.                                  NC3234.2
080300*    ZELLER NUMBERS SATURDAY 0; SHIFT SO MONDAY IS 1.             NC3234.2
080400     COMPUTE  ADT-Z-SUM = ADT-Z-H + 5.                            NC3234.2
080500     DIVIDE   ADT-Z-SUM BY 7 GIVING ADT-QUOT                      NC3234.2
080600              REMAINDER ADT-CALC-DOW.                             NC3234.2
080700     ADD      1 TO ADT-CALC-DOW.                                  NC3234.2
080800 ADT-CALENDAR-EXIT.                                               NC3234.2
080900     EXIT.                                                        NC3234.2
081000 CCVS-EXIT SECTION.                                               NC3234.2
081100 CCVS-999999.                                                     NC3234.2
081200     GO TO CLOSE-FILES.                                           NC3234.2
