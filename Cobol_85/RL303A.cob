000100 IDENTIFICATION DIVISION.                                         RL3034.2
000200 PROGRAM-ID.                                                      RL3034.2
000300     RL303A.                                                      RL3034.2
000400****************************************************************  RL3034.2
000500*                                                              *  RL3034.2
000600*    VALIDATION FOR:-                                          *  RL3034.2
000700*                                                              *  RL3034.2
000800*    "ON-SITE VALIDATION, NATIONAL INSTITUTE OF STD & TECH.     ".RL3034.2
000900*                                                              *  RL3034.2
001000*    "COBOL 85 VERSION 4.2, Apr  1993 SSVG                      ".RL3034.2
001100*                                                              *  RL3034.2
001200****************************************************************  RL3034.2
001300*                                                              *  RL3034.2
001400*      X-CARDS USED BY THIS PROGRAM ARE :-                     *  RL3034.2
001500*                                                              *  RL3034.2
001600*        X-55  - SYSTEM PRINTER NAME.                          *  RL3034.2
001700*        X-82  - SOURCE COMPUTER NAME.                         *  RL3034.2
001800*        X-83  - OBJECT COMPUTER NAME.                         *  RL3034.2
001900*                                                              *  RL3034.2
002000****************************************************************  RL3034.2
002100*                                                              *  RL3034.2
002200*    RL303A CHANGES THE LENGTH OF RECORDS IN A VARIABLE-       *  RL3034.2
002300*    LENGTH RELATIVE FILE BY REWRITE.  THE BED XXXXX081 IS     *  RL3034.2
002400*    DECLARED RECORD IS VARYING IN SIZE FROM 20 TO 80          *  RL3034.2
002500*    CHARACTERS DEPENDING ON RLV-LEN AND BUILT WITH TEN        *  RL3034.2
002600*    RECORDS OF 20, 25, ... 65 CHARACTERS.  RECORDS ARE        *  RL3034.2
002700*    THEN REWRITTEN LONGER, SHORTER AND AT THE SAME LENGTH     *  RL3034.2
002800*    (STATUS 00) AND ABOVE THE MAXIMUM AND BELOW THE           *  RL3034.2
002900*    MINIMUM (STATUS 44, RECORD UNCHANGED); EACH IS RE-READ    *  RL3034.2
003000*    AND ITS LENGTH AND IMAGE ASSERTED.                        *  RL3034.2
003100*                                                              *  RL3034.2
003200*    EVERY REWRITE IS JOURNALED THROUGH CCVSUPJ WITH THE       *  RL3034.2
003300*    IMAGE READ BEFORE IT AND THE IMAGE RE-READ AFTER IT,      *  RL3034.2
003400*    AND EVERY FAILED STATUS CHECK IS ADDED TO                 *  RL3034.2
003500*    rl_status_recon.csv FOR CCVSRLR.                          *  RL3034.2
003600*                                                              *  RL3034.2
003700****************************************************************  RL3034.2
003800 ENVIRONMENT DIVISION.                                            RL3034.2
003900 CONFIGURATION SECTION.                                           RL3034.2
004000 SOURCE-COMPUTER.                                                 RL3034.2
004100     COPY CCVSTRG.                                                RL3034.2
004200 OBJECT-COMPUTER.                                                 RL3034.2
004300     COPY CCVSTRG.                                                RL3034.2
004400 INPUT-OUTPUT SECTION.                                            RL3034.2
004500 FILE-CONTROL.                                                    RL3034.2
004600     SELECT PRINT-FILE ASSIGN TO                                  RL3034.2
004700     "report.log".                                                RL3034.2
004800     SELECT   CSV-RESULTS-FILE ASSIGN TO                          RL3034.2
004900     "results.csv".                                               RL3034.2
005000     SELECT   SUITE-SUMMARY-FILE ASSIGN TO                        RL3034.2
005100     "suite_summary.csv"                                          RL3034.2
005200     FILE STATUS IS WS-SS-FILE-STATUS.                            RL3034.2
005300     SELECT   NEGATIVE-PATH-FILE ASSIGN TO                        RL3034.2
005400     "negative_path.csv"                                          RL3034.2
005500     FILE STATUS IS WS-NP-FILE-STATUS.                            RL3034.2
005600     SELECT   XCARD-PARM-FILE ASSIGN TO                           RL3034.2
005700     "xcard.dat"                                                  RL3034.2
005800     ORGANIZATION LINE SEQUENTIAL                                 RL3034.2
005900     FILE STATUS IS WS-XCARD-FSTATUS.                             RL3034.2
005910     SELECT   RLV-FILE ASSIGN TO                                  RL3034.2
005920     "XXXXX081"                                                   RL3034.2
005930     ORGANIZATION IS RELATIVE                                     RL3034.2
005940     ACCESS MODE IS DYNAMIC                                       RL3034.2
005950     RELATIVE KEY IS RLV-KEY                                      RL3034.2
005960     FILE STATUS IS RLV-FSTATUS.                                  RL3034.2
005970     SELECT   RL-STATUS-FILE ASSIGN TO                            RL3034.2
005980     "rl_status_recon.csv"                                        RL3034.2
005990     FILE STATUS IS RLV-RLS-FSTATUS.                              RL3034.2
006000 DATA DIVISION.                                                   RL3034.2
006100 FILE SECTION.                                                    RL3034.2
006200 FD  PRINT-FILE.                                                  RL3034.2
006300 01  PRINT-REC PICTURE X(120).                                    RL3034.2
006400 01  DUMMY-RECORD PICTURE X(120).                                 RL3034.2
006500 FD  CSV-RESULTS-FILE.                                            RL3034.2
006600 01  CSV-RESULTS-REC PICTURE X(200).                              RL3034.2
006700 FD  SUITE-SUMMARY-FILE.                                          RL3034.2
006800 01  SUITE-SUMMARY-REC PICTURE X(80).                             RL3034.2
006900 FD  NEGATIVE-PATH-FILE.                                          RL3034.2
007000 01  NEGATIVE-PATH-REC PICTURE X(200).                            RL3034.2
007100 FD  XCARD-PARM-FILE.                                             RL3034.2
007200 01  XCARD-PARM-REC PIC X(80).                                    RL3034.2
007214 FD  RLV-FILE                                                     RL3034.2
007228     RECORD IS VARYING IN SIZE FROM 20 TO 80 CHARACTERS           RL3034.2
007242     DEPENDING ON RLV-LEN.                                        RL3034.2
007256 01  RLV-REC               PIC X(80).                             RL3034.2
007270 FD  RL-STATUS-FILE.                                              RL3034.2
007284 01  RL-STATUS-REC         PIC X(200).                            RL3034.2
007300 WORKING-STORAGE SECTION.                                         RL3034.2
007400 77  RLV-FSTATUS           PIC XX    VALUE SPACE.                 RL3034.2
007410 77  RLV-RLS-FSTATUS       PIC XX    VALUE SPACE.                 RL3034.2
007420 77  RLV-KEY               PIC 9(4)  VALUE ZERO.                  RL3034.2
007430 77  RLV-LEN               PIC 9(3)  VALUE ZERO.                  RL3034.2
007440 77  RLV-I                 PIC 9(3)  VALUE ZERO.                  RL3034.2
007450 77  RLV-NEW-LEN           PIC 9(3)  VALUE ZERO.                  RL3034.2
007460 77  RLV-NEW-GEN           PIC X     VALUE SPACE.                 RL3034.2
007470 77  RLV-BAD-CNT           PIC 9(3)  VALUE ZERO.                  RL3034.2
007480 77  RLV-BUILD-BAD         PIC 9(3)  VALUE ZERO.                  RL3034.2
007490 77  RLV-REC-CNT           PIC 9(3)  VALUE ZERO.                  RL3034.2
007500 77  RLV-EOF-SW            PIC X     VALUE SPACE.                 RL3034.2
007510 77  RLV-INVALID-SW        PIC X     VALUE SPACE.                 RL3034.2
007520 77  RLV-REWRITE-STAT      PIC XX    VALUE SPACE.                 RL3034.2
007530 77  RLV-REREAD-BAD        PIC 9(3)  VALUE ZERO.                  RL3034.2
007540 77  RLV-REREAD-LEN        PIC 9(3)  VALUE ZERO.                  RL3034.2
007550 01  RLV-IMAGE.                                                   RL3034.2
007560     02  RLV-IMG-KEY       PIC 9(4).                              RL3034.2
007570     02  RLV-IMG-LEN       PIC 9(3).                              RL3034.2
007580     02  RLV-IMG-GEN       PIC X.                                 RL3034.2
007590     02  RLV-IMG-BODY      PIC X(72).                             RL3034.2
007600 01  RLV-PATTERN-VALUES.                                          RL3034.2
007610     02  FILLER            PIC X(36) VALUE                        RL3034.2
007620         "ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789".                  RL3034.2
007630     02  FILLER            PIC X(36) VALUE                        RL3034.2
007640         "ZYXWVUTSRQPONMLKJIHGFEDCBA9876543210".                  RL3034.2
007650 01  RLV-PATTERN REDEFINES RLV-PATTERN-VALUES                     RL3034.2
007660                           PIC X(72).                             RL3034.2
007670 01  RLV-RECORD-STATE.                                            RL3034.2
007680     02  RLV-STATE         OCCURS 10 TIMES.                       RL3034.2
007690         03  RLV-CUR-LEN   PIC 9(3).                              RL3034.2
007700         03  RLV-CUR-GEN   PIC X.                                 RL3034.2
007710 01  UJ-OP                 PIC X(7)  VALUE SPACE.                 RL3034.2
007720 01  UJ-KEY-TEXT.                                                 RL3034.2
007730     02  UJ-KEY-NUM        PIC 9(8).                              RL3034.2
007740     02  FILLER            PIC X(21) VALUE SPACE.                 RL3034.2
007750 01  UJ-BEFORE-IMG         PIC X(240) VALUE SPACE.                RL3034.2
007760 01  UJ-AFTER-IMG          PIC X(240) VALUE SPACE.                RL3034.2
008100 01  TEST-RESULTS.                                                RL3034.2
008200     02 FILLER                   PIC X      VALUE SPACE.          RL3034.2
008300     02 FEATURE                  PIC X(20)  VALUE SPACE.          RL3034.2
008400 02 FEATURE-CODE PICTURE X(8) VALUE SPACE.                        RL3034.2
008500     02 FILLER                   PIC X      VALUE SPACE.          RL3034.2
008600     02 P-OR-F                   PIC X(5)   VALUE SPACE.          RL3034.2
008700     02 FILLER                   PIC X      VALUE SPACE.          RL3034.2
008800     02  PAR-NAME.                                                RL3034.2
008900       03 FILLER                 PIC X(19)  VALUE SPACE.          RL3034.2
009000       03  PARDOT-X              PIC X      VALUE SPACE.          RL3034.2
009100       03 DOTVALUE               PIC 99     VALUE ZERO.           RL3034.2
009200     02 FILLER                   PIC X(8)   VALUE SPACE.          RL3034.2
009300     02 RE-MARK                  PIC X(61).                       RL3034.2
009400 01  TEST-COMPUTED.                                               RL3034.2
009500     02 FILLER                   PIC X(30)  VALUE SPACE.          RL3034.2
009600     02 FILLER                   PIC X(17)  VALUE                 RL3034.2
009700            "       COMPUTED=".                                   RL3034.2
009800     02 COMPUTED-X.                                               RL3034.2
009900     03 COMPUTED-A               PIC X(20)  VALUE SPACE.          RL3034.2
010000     03 COMPUTED-N               REDEFINES COMPUTED-A             RL3034.2
010100                                 PIC -9(9).9(9).                  RL3034.2
010200     03 COMPUTED-0V18 REDEFINES COMPUTED-A   PIC -.9(18).         RL3034.2
010300     03 COMPUTED-4V14 REDEFINES COMPUTED-A   PIC -9(4).9(14).     RL3034.2
010400     03 COMPUTED-14V4 REDEFINES COMPUTED-A   PIC -9(14).9(4).     RL3034.2
010500     03       CM-18V0 REDEFINES COMPUTED-A.                       RL3034.2
010600         04 COMPUTED-18V0                    PIC -9(18).          RL3034.2
010700         04 FILLER                           PIC X.               RL3034.2
010800     03 FILLER PIC X(50) VALUE SPACE.                             RL3034.2
010900 01  TEST-CORRECT.                                                RL3034.2
011000     02 FILLER PIC X(30) VALUE SPACE.                             RL3034.2
011100     02 FILLER PIC X(17) VALUE "       CORRECT =".                RL3034.2
011200     02 CORRECT-X.                                                RL3034.2
011300     03 CORRECT-A                  PIC X(20) VALUE SPACE.         RL3034.2
011400     03 CORRECT-N    REDEFINES CORRECT-A     PIC -9(9).9(9).      RL3034.2
011500     03 CORRECT-0V18 REDEFINES CORRECT-A     PIC -.9(18).         RL3034.2
011600     03 CORRECT-4V14 REDEFINES CORRECT-A     PIC -9(4).9(14).     RL3034.2
011700     03 CORRECT-14V4 REDEFINES CORRECT-A     PIC -9(14).9(4).     RL3034.2
011800     03      CR-18V0 REDEFINES CORRECT-A.                         RL3034.2
011900         04 CORRECT-18V0                     PIC -9(18).          RL3034.2
012000         04 FILLER                           PIC X.               RL3034.2
012100     03 FILLER PIC X(2) VALUE SPACE.                              RL3034.2
012200     03 COR-ANSI-REFERENCE             PIC X(48) VALUE SPACE.     RL3034.2
012300 01  CCVS-C-1.                                                    RL3034.2
012400     02 FILLER  PIC IS X(99)    VALUE IS " FEATURE              PARL3034.2
012500-    "SS  PARAGRAPH-NAME                                          RL3034.2
012600-    "       REMARKS".                                            RL3034.2
012700     02 FILLER                     PIC X(20)    VALUE SPACE.      RL3034.2
012800 01  CCVS-C-2.                                                    RL3034.2
012900     02 FILLER                     PIC X        VALUE SPACE.      RL3034.2
013000     02 FILLER                     PIC X(6)     VALUE "TESTED".   RL3034.2
013100     02 FILLER                     PIC X(15)    VALUE SPACE.      RL3034.2
013200     02 FILLER                     PIC X(4)     VALUE "FAIL".     RL3034.2
013300     02 FILLER                     PIC X(94)    VALUE SPACE.      RL3034.2
013400 01  REC-SKL-SUB                   PIC 9(2)     VALUE ZERO.       RL3034.2
013500 01  REC-CT                        PIC 99       VALUE ZERO.       RL3034.2
013600 01  DELETE-COUNTER                PIC 999      VALUE ZERO.       RL3034.2
013700 01  ERROR-COUNTER                 PIC 999      VALUE ZERO.       RL3034.2
013800 01  INSPECT-COUNTER               PIC 999      VALUE ZERO.       RL3034.2
013900 01  PASS-COUNTER                  PIC 999      VALUE ZERO.       RL3034.2
014000 01  TOTAL-ERROR                   PIC 999      VALUE ZERO.       RL3034.2
014100 01  ERROR-HOLD                    PIC 999      VALUE ZERO.       RL3034.2
014200 01  DUMMY-HOLD                    PIC X(120)   VALUE SPACE.      RL3034.2
014300 01  RECORD-COUNT                  PIC 9(5)     VALUE ZERO.       RL3034.2
014400 01  WS-PAGE-LINES-ALPHA PIC X(3) VALUE "060".                    RL3034.2
014500 01  WS-PAGE-LINES REDEFINES                                      RL3034.2
014600     WS-PAGE-LINES-ALPHA PIC 9(3).                                RL3034.2
014700 01  ANSI-REFERENCE                PIC X(48)    VALUE SPACES.     RL3034.2
014800 01  ANSI-CLAUSE-NUM PIC X(16) VALUE SPACES.                      RL3034.2
014900 01  WS-ANSI-IDX     PIC 9(2).                                    RL3034.2
015000 01  WS-ANSI-LEN     PIC 9(2).                                    RL3034.2
015100 01  CCVS-H-1.                                                    RL3034.2
015200     02  FILLER                    PIC X(39)    VALUE SPACES.     RL3034.2
015300     02  FILLER                    PIC X(42)    VALUE             RL3034.2
015400     "OFFICIAL COBOL COMPILER VALIDATION SYSTEM".                 RL3034.2
015500     02  FILLER                    PIC X(39)    VALUE SPACES.     RL3034.2
015600 01  CCVS-H-2A.                                                   RL3034.2
015700   02  FILLER                        PIC X(40)  VALUE SPACE.      RL3034.2
015800   02  FILLER                        PIC X(7)   VALUE "CCVS85 ".  RL3034.2
015900   02  FILLER                        PIC XXXX   VALUE             RL3034.2
016000     "4.2 ".                                                      RL3034.2
016100   02  FILLER                        PIC X(28)  VALUE             RL3034.2
016200            " COPY - NOT FOR DISTRIBUTION".                       RL3034.2
016300   02  FILLER                        PIC X(41)  VALUE SPACE.      RL3034.2
016400                                                                  RL3034.2
016500 01  CCVS-H-2B.                                                   RL3034.2
016600   02  FILLER                        PIC X(15)  VALUE             RL3034.2
016700            "TEST RESULT OF ".                                    RL3034.2
016800   02  TEST-ID                       PIC X(9).                    RL3034.2
016900   02  FILLER                        PIC X(4)   VALUE             RL3034.2
017000            " IN ".                                               RL3034.2
017100   02  FILLER                        PIC X(12)  VALUE             RL3034.2
017200     " HIGH       ".                                              RL3034.2
017300   02  FILLER                        PIC X(22)  VALUE             RL3034.2
017400            " LEVEL VALIDATION FOR ".                             RL3034.2
017500   02  FILLER                        PIC X(58)  VALUE             RL3034.2
017600     "ON-SITE VALIDATION, NATIONAL INSTITUTE OF STD & TECH.     ".RL3034.2
017700 01  CCVS-H-3.                                                    RL3034.2
017800     02  FILLER                      PIC X(34)  VALUE             RL3034.2
017900            " FOR OFFICIAL USE ONLY    ".                         RL3034.2
018000     02  FILLER                      PIC X(58)  VALUE             RL3034.2
018100     "COBOL 85 VERSION 4.2, Apr  1993 SSVG                      ".RL3034.2
018200     02  FILLER                      PIC X(28)  VALUE             RL3034.2
018300            "  COPYRIGHT   1985 ".                                RL3034.2
018400 01  CCVS-H-4.                                                    RL3034.2
018500     02  FILLER                      PIC X(15)  VALUE             RL3034.2
018600            "COMPILED DATE: ".                                    RL3034.2
018700     02  H4-BUILD-ID                 PIC X(16).                   RL3034.2
018800     02  FILLER                      PIC X(10)  VALUE             RL3034.2
018900            "  RUN ON: ".                                         RL3034.2
019000     02  H4-RUN-DATE                 PIC 9(8).                    RL3034.2
019100     02  FILLER                      PIC X(71)  VALUE SPACE.      RL3034.2
019200 01  CCVS-E-1.                                                    RL3034.2
019300     02 FILLER                       PIC X(52)  VALUE SPACE.      RL3034.2
019400     02 FILLER  PIC X(14) VALUE IS "END OF TEST-  ".              RL3034.2
019500     02 ID-AGAIN                     PIC X(9).                    RL3034.2
019600     02 FILLER                       PIC X(45)  VALUE SPACES.     RL3034.2
019700 01  CCVS-E-2.                                                    RL3034.2
019800     02  FILLER                      PIC X(31)  VALUE SPACE.      RL3034.2
019900     02  FILLER                      PIC X(21)  VALUE SPACE.      RL3034.2
020000     02 CCVS-E-2-2.                                               RL3034.2
020100         03 ERROR-TOTAL              PIC XXX    VALUE SPACE.      RL3034.2
020200         03 FILLER                   PIC X      VALUE SPACE.      RL3034.2
020300         03 ENDER-DESC               PIC X(44)  VALUE             RL3034.2
020400            "ERRORS ENCOUNTERED".                                 RL3034.2
020500 01  CCVS-E-3.                                                    RL3034.2
020600     02  FILLER                      PIC X(22)  VALUE             RL3034.2
020700            " FOR OFFICIAL USE ONLY".                             RL3034.2
020800     02  FILLER                      PIC X(12)  VALUE SPACE.      RL3034.2
020900     02  FILLER                      PIC X(58)  VALUE             RL3034.2
021000     "ON-SITE VALIDATION, NATIONAL INSTITUTE OF STD & TECH.     ".RL3034.2
021100     02  FILLER                      PIC X(13)  VALUE SPACE.      RL3034.2
021200     02 FILLER                       PIC X(15)  VALUE             RL3034.2
021300             " COPYRIGHT 1985".                                   RL3034.2
021400 01  CCVS-E-4.                                                    RL3034.2
021500     02 CCVS-E-4-1                   PIC XXX    VALUE SPACE.      RL3034.2
021600     02 FILLER                       PIC X(4)   VALUE " OF ".     RL3034.2
021700     02 CCVS-E-4-2                   PIC XXX    VALUE SPACE.      RL3034.2
021800     02 FILLER                       PIC X(40)  VALUE             RL3034.2
021900      "  TESTS WERE EXECUTED SUCCESSFULLY".                       RL3034.2
022000 01  XXINFO.                                                      RL3034.2
022100     02 FILLER                       PIC X(19)  VALUE             RL3034.2
022200            "*** INFORMATION ***".                                RL3034.2
022300     02 INFO-TEXT.                                                RL3034.2
022400       04 FILLER                     PIC X(8)   VALUE SPACE.      RL3034.2
022500       04 XXCOMPUTED                 PIC X(20).                   RL3034.2
022600       04 FILLER                     PIC X(5)   VALUE SPACE.      RL3034.2
022700       04 XXCORRECT                  PIC X(20).                   RL3034.2
022800     02 INF-ANSI-REFERENCE           PIC X(48).                   RL3034.2
022900 01  HYPHEN-LINE.                                                 RL3034.2
023000     02 FILLER  PIC IS X VALUE IS SPACE.                          RL3034.2
023100     02 FILLER  PIC IS X(65)    VALUE IS "************************RL3034.2
023200-    "*****************************************".                 RL3034.2
023300     02 FILLER  PIC IS X(54)    VALUE IS "************************RL3034.2
023400-    "******************************".                            RL3034.2
023500 01  CSV-HEADER-REC PICTURE X(200) VALUE                          RL3034.2
023600     "PGM-ID,FEATURE,FEATURE-CODE,PAR-NAME,                       RL3034.2
023700-    "P-OR-F,PASS,FAIL,DELETE,INSPECT".                           RL3034.2
023800 01  WS-SS-FILE-STATUS PICTURE XX VALUE SPACE.                    RL3034.2
023900 01  WS-NP-FILE-STATUS PIC XX VALUE SPACE.                        RL3034.2
024000 01  WS-FC-CNT PIC 9(3) VALUE ZERO.                               RL3034.2
024100 01  WS-BUILD-ID PIC X(16) VALUE SPACE.                           RL3034.2
024200 01  WS-RUN-DATE PIC 9(8) VALUE ZERO.                             RL3034.2
024300 01  WS-START-TIME PIC 9(8) VALUE ZERO.                           RL3034.2
024400 01  WS-END-TIME PIC 9(8) VALUE ZERO.                             RL3034.2
024500 01  WS-XCARD-FSTATUS PIC XX VALUE SPACE.                         RL3034.2
024600 01  WS-XCARD-EOF     PIC X  VALUE SPACE.                         RL3034.2
024700 01  WS-XCARD-CODE    PIC X(3).                                   RL3034.2
024800 01  WS-XCARD-VALUE   PIC X(8).                                   RL3034.2
024900     COPY     CCVSSED.                                            RL3034.2
025000 01  CCVS-PGM-ID                     PIC X(9)   VALUE             RL3034.2
025100     "RL303A".                                                    RL3034.2
025171     COPY CCVSIOK.                                                RL3034.2
025200 PROCEDURE DIVISION.                                              RL3034.2
025300 CCVS1 SECTION.                                                   RL3034.2
025400 OPEN-FILES.                                                      RL3034.2
025400     CALL     "CCVSHBT" USING CCVS-PGM-ID                         RL3034.2
025400              BY CONTENT "OPEN ".                                 RL3034.2
025500     PERFORM  LOAD-X-CARD-PARMS.                                  RL3034.2
025600     OPEN     OUTPUT PRINT-FILE.                                  RL3034.2
025700     OPEN     EXTEND SUITE-SUMMARY-FILE.                          RL3034.2
025800     IF       WS-SS-FILE-STATUS = "35"                            RL3034.2
025900              OPEN OUTPUT SUITE-SUMMARY-FILE                      RL3034.2
026000     END-IF.                                                      RL3034.2
026100     OPEN     EXTEND NEGATIVE-PATH-FILE.                          RL3034.2
026200     IF       WS-NP-FILE-STATUS = "35"                            RL3034.2
026300              OPEN OUTPUT NEGATIVE-PATH-FILE                      RL3034.2
026400     END-IF.                                                      RL3034.2
026500     MOVE WHEN-COMPILED TO WS-BUILD-ID.                           RL3034.2
026600     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.                       RL3034.2
026700     ACCEPT WS-START-TIME FROM TIME.                              RL3034.2
026800     MOVE WS-BUILD-ID TO H4-BUILD-ID.                             RL3034.2
026900     MOVE WS-RUN-DATE TO H4-RUN-DATE.                             RL3034.2
027000     OPEN     OUTPUT CSV-RESULTS-FILE.                            RL3034.2
027100     WRITE    CSV-RESULTS-REC FROM CSV-HEADER-REC.                RL3034.2
027200     MOVE CCVS-PGM-ID TO TEST-ID. MOVE CCVS-PGM-ID TO ID-AGAIN.   RL3034.2
027300     MOVE    SPACE TO TEST-RESULTS.                               RL3034.2
027400     PERFORM  HEAD-ROUTINE THRU COLUMN-NAMES-ROUTINE.             RL3034.2
027500     GO TO CCVS1-EXIT.                                            RL3034.2
027600 CLOSE-FILES.                                                     RL3034.2
027600     CALL     "CCVSHBT" USING CCVS-PGM-ID                         RL3034.2
027600              BY CONTENT "CLOSE".                                 RL3034.2
027700     ACCEPT WS-END-TIME FROM TIME.                                RL3034.2
027800     PERFORM END-ROUTINE THRU END-ROUTINE-13. CLOSE PRINT-FILE.   RL3034.2
027900     CLOSE    SUITE-SUMMARY-FILE.                                 RL3034.2
028000     CLOSE    NEGATIVE-PATH-FILE.                                 RL3034.2
028100     CLOSE    CSV-RESULTS-FILE.                                   RL3034.2
028200 TERMINATE-CCVS.                                                  RL3034.2
028300*S   EXIT PROGRAM.                                                RL3034.2
028400*SERMINATE-CALL.                                                  RL3034.2
028500     EVALUATE TRUE                                                RL3034.2
028600         WHEN ERROR-COUNTER NOT EQUAL TO ZERO                     RL3034.2
028700             MOVE 16 TO RETURN-CODE                               RL3034.2
028800         WHEN DELETE-COUNTER NOT EQUAL TO ZERO                    RL3034.2
028900             MOVE 8 TO RETURN-CODE                                RL3034.2
029000         WHEN INSPECT-COUNTER NOT EQUAL TO ZERO                   RL3034.2
029100             MOVE 4 TO RETURN-CODE                                RL3034.2
029200         WHEN OTHER                                               RL3034.2
029300             MOVE 0 TO RETURN-CODE                                RL3034.2
029400     END-EVALUATE.                                                RL3034.2
029500     STOP     RUN.                                                RL3034.2
029600 EXTRACT-ANSI-CLAUSE-NUM.                                         RL3034.2
029700     MOVE     SPACES TO ANSI-CLAUSE-NUM.                          RL3034.2
029800     MOVE     1 TO WS-ANSI-IDX.                                   RL3034.2
029900     PERFORM  UNTIL WS-ANSI-IDX > 48                              RL3034.2
030000         OR ANSI-REFERENCE (WS-ANSI-IDX:1) = SPACE                RL3034.2
030100         OR ANSI-REFERENCE (WS-ANSI-IDX:1) = ";"                  RL3034.2
030200         ADD 1 TO WS-ANSI-IDX                                     RL3034.2
030300     END-PERFORM.                                                 RL3034.2
030400     SUBTRACT 1 FROM WS-ANSI-IDX GIVING WS-ANSI-LEN.              RL3034.2
030500     IF       WS-ANSI-LEN > 0                                     RL3034.2
030600              MOVE ANSI-REFERENCE (1:WS-ANSI-LEN)                 RL3034.2
030700                      TO ANSI-CLAUSE-NUM                          RL3034.2
030800     END-IF.                                                      RL3034.2
030900 LOAD-X-CARD-PARMS.                                               RL3034.2
031000     OPEN     INPUT XCARD-PARM-FILE.                              RL3034.2
031100     IF       WS-XCARD-FSTATUS NOT = "35"                         RL3034.2
031200              PERFORM READ-XCARD-PARM-LINE                        RL3034.2
031300              PERFORM APPLY-XCARD-PARM-LINE                       RL3034.2
031400                      UNTIL WS-XCARD-EOF = "Y"                    RL3034.2
031500              CLOSE XCARD-PARM-FILE                               RL3034.2
031600     END-IF.                                                      RL3034.2
031700     MOVE     SPACE TO DUMMY-RECORD.                              RL3034.2
031700     STRING   "RANDOM SEED: " DELIMITED BY SIZE                   RL3034.2
031700              WS-RANDOM-SEED DELIMITED BY SIZE                    RL3034.2
031700              INTO DUMMY-RECORD.                                  RL3034.2
031700     CALL     "CCVSLOG" USING CCVS-PGM-ID                         RL3034.2
031700              DUMMY-RECORD.                                       RL3034.2
031700     MOVE     SPACE TO DUMMY-RECORD.                              RL3034.2
031800 READ-XCARD-PARM-LINE.                                            RL3034.2
031900     READ     XCARD-PARM-FILE INTO XCARD-PARM-REC                 RL3034.2
032000              AT END MOVE "Y" TO WS-XCARD-EOF.                    RL3034.2
032100 APPLY-XCARD-PARM-LINE.                                           RL3034.2
032200     UNSTRING XCARD-PARM-REC DELIMITED BY "="                     RL3034.2
032300              INTO WS-XCARD-CODE WS-XCARD-VALUE.                  RL3034.2
032400     EVALUATE WS-XCARD-CODE                                       RL3034.2
032500     WHEN "095" MOVE WS-XCARD-VALUE(1:3)                          RL3034.2
032600         TO WS-PAGE-LINES-ALPHA                                   RL3034.2
032700 WHEN "999" MOVE WS-XCARD-VALUE TO WS-RANDOM-SEED                 RL3034.2
032800         WHEN OTHER CONTINUE                                      RL3034.2
032900     END-EVALUATE.                                                RL3034.2
033000     PERFORM  READ-XCARD-PARM-LINE.                               RL3034.2
033100 INSPT. MOVE "INSPT" TO P-OR-F. ADD 1 TO INSPECT-COUNTER.         RL3034.2
033200 PASS.  MOVE "PASS " TO P-OR-F.  ADD 1 TO PASS-COUNTER.           RL3034.2
033300 FAIL.  MOVE "FAIL*" TO P-OR-F.  ADD 1 TO ERROR-COUNTER.          RL3034.2
033400 DE-LETE.  MOVE "*****" TO P-OR-F.  ADD 1 TO DELETE-COUNTER.      RL3034.2
033500     MOVE "****TEST DELETED****" TO RE-MARK.                      RL3034.2
033600 PRINT-DETAIL.                                                    RL3034.2
033700     IF REC-CT NOT EQUAL TO ZERO                                  RL3034.2
033800             MOVE "." TO PARDOT-X                                 RL3034.2
033900             MOVE REC-CT TO DOTVALUE.                             RL3034.2
034000     MOVE     TEST-RESULTS TO PRINT-REC. PERFORM WRITE-LINE.      RL3034.2
034100     PERFORM WRITE-CSV-LINE.                                      RL3034.2
034200     IF P-OR-F EQUAL TO "FAIL*"  PERFORM WRITE-LINE               RL3034.2
034300        PERFORM FAIL-ROUTINE THRU FAIL-ROUTINE-EX                 RL3034.2
034400          ELSE PERFORM BAIL-OUT THRU BAIL-OUT-EX.                 RL3034.2
034500     MOVE SPACE TO P-OR-F. MOVE SPACE TO COMPUTED-X.              RL3034.2
034600     MOVE SPACE TO CORRECT-X.                                     RL3034.2
034700     IF     REC-CT EQUAL TO ZERO  MOVE SPACE TO PAR-NAME.         RL3034.2
034800     MOVE     SPACE TO RE-MARK.                                   RL3034.2
034900 HEAD-ROUTINE.                                                    RL3034.2
035000     MOVE CCVS-H-1  TO DUMMY-RECORD. PERFORM WRITE-LINE 2 TIMES.  RL3034.2
035100     MOVE CCVS-H-2A TO DUMMY-RECORD. PERFORM WRITE-LINE 2 TIMES.  RL3034.2
035200     MOVE CCVS-H-2B TO DUMMY-RECORD. PERFORM WRITE-LINE 3 TIMES.  RL3034.2
035300     MOVE CCVS-H-3  TO DUMMY-RECORD. PERFORM WRITE-LINE 3 TIMES.  RL3034.2
035400     MOVE CCVS-H-4 TO DUMMY-RECORD. PERFORM WRITE-LINE.           RL3034.2
035500 COLUMN-NAMES-ROUTINE.                                            RL3034.2
035600     MOVE CCVS-C-1 TO DUMMY-RECORD. PERFORM WRITE-LINE.           RL3034.2
035700     MOVE CCVS-C-2 TO DUMMY-RECORD. PERFORM WRITE-LINE 2 TIMES.   RL3034.2
035800     MOVE HYPHEN-LINE TO DUMMY-RECORD. PERFORM WRITE-LINE.        RL3034.2
035900 END-ROUTINE.                                                     RL3034.2
036000     MOVE HYPHEN-LINE TO DUMMY-RECORD. PERFORM WRITE-LINE 5 TIMES.RL3034.2
036100 END-RTN-EXIT.                                                    RL3034.2
036200     MOVE CCVS-E-1 TO DUMMY-RECORD. PERFORM WRITE-LINE 2 TIMES.   RL3034.2
036300 END-ROUTINE-1.                                                   RL3034.2
036400      ADD ERROR-COUNTER TO ERROR-HOLD ADD INSPECT-COUNTER TO      RL3034.2
036500      ERROR-HOLD. ADD DELETE-COUNTER TO ERROR-HOLD.               RL3034.2
036600      ADD PASS-COUNTER TO ERROR-HOLD.                             RL3034.2
036700     MOVE SPACE TO SUITE-SUMMARY-REC.                             RL3034.2
036800     STRING CCVS-PGM-ID     DELIMITED BY SPACE ","                RL3034.2
036900            WS-BUILD-ID      DELIMITED BY SIZE  ","               RL3034.2
037000            WS-RUN-DATE      DELIMITED BY SIZE  ","               RL3034.2
037100            WS-START-TIME    DELIMITED BY SIZE  ","               RL3034.2
037200            WS-END-TIME      DELIMITED BY SIZE  ","               RL3034.2
037300            PASS-COUNTER    DELIMITED BY SIZE  ","                RL3034.2
037400            ERROR-COUNTER   DELIMITED BY SIZE  ","                RL3034.2
037500            DELETE-COUNTER DELIMITED BY SIZE  ","                 RL3034.2
037600            INSPECT-COUNTER DELIMITED BY SIZE                     RL3034.2
037700            INTO SUITE-SUMMARY-REC.                               RL3034.2
037800     WRITE SUITE-SUMMARY-REC.                                     RL3034.2
037900*     IF PASS-COUNTER EQUAL TO ERROR-HOLD GO TO END-ROUTINE-12.   RL3034.2
038000      MOVE PASS-COUNTER TO CCVS-E-4-1.                            RL3034.2
038100      MOVE ERROR-HOLD TO CCVS-E-4-2.                              RL3034.2
038200      MOVE CCVS-E-4 TO CCVS-E-2-2.                                RL3034.2
038300      MOVE CCVS-E-2 TO DUMMY-RECORD PERFORM WRITE-LINE.           RL3034.2
038400  END-ROUTINE-12.                                                 RL3034.2
038500      MOVE "TEST(S) FAILED" TO ENDER-DESC.                        RL3034.2
038600     IF       ERROR-COUNTER IS EQUAL TO ZERO                      RL3034.2
038700         MOVE "NO " TO ERROR-TOTAL                                RL3034.2
038800         ELSE                                                     RL3034.2
038900         MOVE ERROR-COUNTER TO ERROR-TOTAL.                       RL3034.2
039000     MOVE     CCVS-E-2 TO DUMMY-RECORD.                           RL3034.2
039100     PERFORM WRITE-LINE.                                          RL3034.2
039200 END-ROUTINE-13.                                                  RL3034.2
039300     IF DELETE-COUNTER IS EQUAL TO ZERO                           RL3034.2
039400         MOVE "NO " TO ERROR-TOTAL  ELSE                          RL3034.2
039500         MOVE DELETE-COUNTER TO ERROR-TOTAL.                      RL3034.2
039600     MOVE "TEST(S) DELETED     " TO ENDER-DESC.                   RL3034.2
039700     MOVE CCVS-E-2 TO DUMMY-RECORD. PERFORM WRITE-LINE.           RL3034.2
039800      IF   INSPECT-COUNTER EQUAL TO ZERO                          RL3034.2
039900          MOVE "NO " TO ERROR-TOTAL                               RL3034.2
040000      ELSE MOVE INSPECT-COUNTER TO ERROR-TOTAL.                   RL3034.2
040100      MOVE "TEST(S) REQUIRE INSPECTION" TO ENDER-DESC.            RL3034.2
040200      MOVE CCVS-E-2 TO DUMMY-RECORD. PERFORM WRITE-LINE.          RL3034.2
040300     MOVE CCVS-E-3 TO DUMMY-RECORD. PERFORM WRITE-LINE.           RL3034.2
040400 WRITE-LINE.                                                      RL3034.2
040500     ADD 1 TO RECORD-COUNT.                                       RL3034.2
040600     IF RECORD-COUNT GREATER WS-PAGE-LINES                        RL3034.2
040700         MOVE DUMMY-RECORD TO DUMMY-HOLD                          RL3034.2
040800         MOVE SPACE TO DUMMY-RECORD                               RL3034.2
040900         WRITE DUMMY-RECORD AFTER ADVANCING 1 LINES               RL3034.2
041000         MOVE CCVS-H-1  TO DUMMY-RECORD PERFORM WRT-LN 2 TIMES    RL3034.2
041100         MOVE CCVS-H-2A TO DUMMY-RECORD PERFORM WRT-LN 2 TIMES    RL3034.2
041200         MOVE CCVS-H-2B TO DUMMY-RECORD PERFORM WRT-LN 3 TIMES    RL3034.2
041300         MOVE CCVS-H-3  TO DUMMY-RECORD PERFORM WRT-LN 3 TIMES    RL3034.2
041400         MOVE CCVS-H-4 TO DUMMY-RECORD PERFORM WRT-LN             RL3034.2
041500         MOVE CCVS-C-1  TO DUMMY-RECORD PERFORM WRT-LN            RL3034.2
041600         MOVE CCVS-C-2  TO DUMMY-RECORD PERFORM WRT-LN            RL3034.2
041700         MOVE HYPHEN-LINE TO DUMMY-RECORD PERFORM WRT-LN          RL3034.2
041800         MOVE DUMMY-HOLD TO DUMMY-RECORD                          RL3034.2
041900         MOVE ZERO TO RECORD-COUNT.                               RL3034.2
042000     PERFORM WRT-LN.                                              RL3034.2
042100 WRT-LN.                                                          RL3034.2
042200     WRITE    DUMMY-RECORD AFTER ADVANCING 1 LINES.               RL3034.2
042300     MOVE SPACE TO DUMMY-RECORD.                                  RL3034.2
042400 DERIVE-FEATURE-CODE.                                             RL3034.2
042500         MOVE SPACES TO FEATURE-CODE.                             RL3034.2
042600         MOVE ZERO TO WS-FC-CNT.                                  RL3034.2
042700         INSPECT FEATURE TALLYING WS-FC-CNT                       RL3034.2
042800             FOR ALL "UNSTRING".                                  RL3034.2
042900         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                RL3034.2
043000             MOVE "UNSTRING" TO FEATURE-CODE.                     RL3034.2
043100         MOVE ZERO TO WS-FC-CNT.                                  RL3034.2
043200         INSPECT FEATURE TALLYING WS-FC-CNT                       RL3034.2
043300             FOR ALL "REWRITE".                                   RL3034.2
043400         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                RL3034.2
043500             MOVE "REWRITE" TO FEATURE-CODE.                      RL3034.2
043600         MOVE ZERO TO WS-FC-CNT.                                  RL3034.2
043700         INSPECT FEATURE TALLYING WS-FC-CNT                       RL3034.2
043800             FOR ALL "SORT".                                      RL3034.2
043900         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                RL3034.2
044000             MOVE "SORT" TO FEATURE-CODE.                         RL3034.2
044100         MOVE ZERO TO WS-FC-CNT.                                  RL3034.2
044200         INSPECT FEATURE TALLYING WS-FC-CNT                       RL3034.2
044300             FOR ALL "MERGE".                                     RL3034.2
044400         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                RL3034.2
044500             MOVE "MERGE" TO FEATURE-CODE.                        RL3034.2
044600         MOVE ZERO TO WS-FC-CNT.                                  RL3034.2
044700         INSPECT FEATURE TALLYING WS-FC-CNT                       RL3034.2
044800             FOR ALL "WRITE".                                     RL3034.2
044900         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                RL3034.2
045000             MOVE "WRITE" TO FEATURE-CODE.                        RL3034.2
045100         MOVE ZERO TO WS-FC-CNT.                                  RL3034.2
045200         INSPECT FEATURE TALLYING WS-FC-CNT                       RL3034.2
045300             FOR ALL "DELETE".                                    RL3034.2
045400         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                RL3034.2
045500             MOVE "DELETE" TO FEATURE-CODE.                       RL3034.2
045600         MOVE ZERO TO WS-FC-CNT.                                  RL3034.2
045700         INSPECT FEATURE TALLYING WS-FC-CNT                       RL3034.2
045800             FOR ALL "READ".                                      RL3034.2
045900         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                RL3034.2
046000             MOVE "READ" TO FEATURE-CODE.                         RL3034.2
046100         MOVE ZERO TO WS-FC-CNT.                                  RL3034.2
046200         INSPECT FEATURE TALLYING WS-FC-CNT                       RL3034.2
046300             FOR ALL "OPEN".                                      RL3034.2
046400         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                RL3034.2
046500             MOVE "OPEN" TO FEATURE-CODE.                         RL3034.2
046600         MOVE ZERO TO WS-FC-CNT.                                  RL3034.2
046700         INSPECT FEATURE TALLYING WS-FC-CNT                       RL3034.2
046800             FOR ALL "CLOSE".                                     RL3034.2
046900         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                RL3034.2
047000             MOVE "CLOSE" TO FEATURE-CODE.                        RL3034.2
047100         MOVE ZERO TO WS-FC-CNT.                                  RL3034.2
047200         INSPECT FEATURE TALLYING WS-FC-CNT                       RL3034.2
047300             FOR ALL "START".                                     RL3034.2
047400         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                RL3034.2
047500             MOVE "START" TO FEATURE-CODE.                        RL3034.2
047600         MOVE ZERO TO WS-FC-CNT.                                  RL3034.2
047700         INSPECT FEATURE TALLYING WS-FC-CNT                       RL3034.2
047800             FOR ALL "CALL".                                      RL3034.2
047900         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                RL3034.2
048000             MOVE "CALL" TO FEATURE-CODE.                         RL3034.2
048100         MOVE ZERO TO WS-FC-CNT.                                  RL3034.2
048200         INSPECT FEATURE TALLYING WS-FC-CNT                       RL3034.2
048300             FOR ALL "STRING".                                    RL3034.2
048400         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                RL3034.2
048500             MOVE "STRING" TO FEATURE-CODE.                       RL3034.2
048600         MOVE ZERO TO WS-FC-CNT.                                  RL3034.2
048700         INSPECT FEATURE TALLYING WS-FC-CNT                       RL3034.2
048800             FOR ALL "INSPECT".                                   RL3034.2
048900         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                RL3034.2
049000             MOVE "INSPECT" TO FEATURE-CODE.                      RL3034.2
049100         MOVE ZERO TO WS-FC-CNT.                                  RL3034.2
049200         INSPECT FEATURE TALLYING WS-FC-CNT                       RL3034.2
049300             FOR ALL "COPY".                                      RL3034.2
049400         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                RL3034.2
049500             MOVE "COPY" TO FEATURE-CODE.                         RL3034.2
049600         MOVE ZERO TO WS-FC-CNT.                                  RL3034.2
049700         INSPECT FEATURE TALLYING WS-FC-CNT                       RL3034.2
049800             FOR ALL "SEG".                                       RL3034.2
049900         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                RL3034.2
050000             MOVE "SEGMENT" TO FEATURE-CODE.                      RL3034.2
050100         MOVE ZERO TO WS-FC-CNT.                                  RL3034.2
050200         INSPECT FEATURE TALLYING WS-FC-CNT                       RL3034.2
050300             FOR ALL "KEY".                                       RL3034.2
050400         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                RL3034.2
050500             MOVE "KEY" TO FEATURE-CODE.                          RL3034.2
050600         MOVE ZERO TO WS-FC-CNT.                                  RL3034.2
050700         INSPECT FEATURE TALLYING WS-FC-CNT                       RL3034.2
050800             FOR ALL "COMPARE".                                   RL3034.2
050900         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                RL3034.2
051000             MOVE "COMPARE" TO FEATURE-CODE.                      RL3034.2
051100         MOVE ZERO TO WS-FC-CNT.                                  RL3034.2
051200         INSPECT FEATURE TALLYING WS-FC-CNT                       RL3034.2
051300             FOR ALL "CONDITION".                                 RL3034.2
051400         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                RL3034.2
051500             MOVE "COND" TO FEATURE-CODE.                         RL3034.2
051600         IF FEATURE-CODE = SPACE                                  RL3034.2
051700             MOVE "OTHER" TO FEATURE-CODE.                        RL3034.2
051800 WRITE-NEGATIVE-PATH-LINE.                                        RL3034.2
051900     MOVE SPACE TO NEGATIVE-PATH-REC.                             RL3034.2
052000     STRING CCVS-PGM-ID     DELIMITED BY SPACE ","                RL3034.2
052100            FEATURE         DELIMITED BY SIZE  ","                RL3034.2
052200            FEATURE-CODE    DELIMITED BY SPACE ","                RL3034.2
052300            PAR-NAME        DELIMITED BY SIZE  ","                RL3034.2
052400            P-OR-F          DELIMITED BY SPACE                    RL3034.2
052500            INTO NEGATIVE-PATH-REC.                               RL3034.2
052600     WRITE NEGATIVE-PATH-REC.                                     RL3034.2
052700 WRITE-CSV-LINE.                                                  RL3034.2
052800     PERFORM DERIVE-FEATURE-CODE.                                 RL3034.2
052900     MOVE SPACE TO CSV-RESULTS-REC.                               RL3034.2
053000     STRING CCVS-PGM-ID     DELIMITED BY SPACE ","                RL3034.2
053100            FEATURE         DELIMITED BY SIZE  ","                RL3034.2
053200            FEATURE-CODE    DELIMITED BY SPACE ","                RL3034.2
053300            PAR-NAME        DELIMITED BY SIZE  ","                RL3034.2
053400            P-OR-F          DELIMITED BY SPACE ","                RL3034.2
053500            PASS-COUNTER    DELIMITED BY SIZE  ","                RL3034.2
053600            ERROR-COUNTER   DELIMITED BY SIZE  ","                RL3034.2
053700            DELETE-COUNTER DELIMITED BY SIZE  ","                 RL3034.2
053800            INSPECT-COUNTER DELIMITED BY SIZE                     RL3034.2
053900            INTO CSV-RESULTS-REC.                                 RL3034.2
054000     WRITE CSV-RESULTS-REC.                                       RL3034.2
054100     IF P-OR-F = "*****" OR P-OR-F = "INSPT"                      RL3034.2
054200         PERFORM WRITE-NEGATIVE-PATH-LINE.                        RL3034.2
054300 BLANK-LINE-PRINT.                                                RL3034.2
054400     PERFORM WRT-LN.                                              RL3034.2
054500 FAIL-ROUTINE.                                                    RL3034.2
054600     PERFORM  EXTRACT-ANSI-CLAUSE-NUM.                            RL3034.2
054700     IF     COMPUTED-X NOT EQUAL TO SPACE                         RL3034.2
054800            GO TO   FAIL-ROUTINE-WRITE.                           RL3034.2
054900     IF     CORRECT-X NOT EQUAL TO SPACE GO TO FAIL-ROUTINE-WRITE.RL3034.2
055000     MOVE   ANSI-REFERENCE TO INF-ANSI-REFERENCE.                 RL3034.2
055100     MOVE  "NO FURTHER INFORMATION, SEE PROGRAM." TO INFO-TEXT.   RL3034.2
055200     MOVE   XXINFO TO DUMMY-RECORD. PERFORM WRITE-LINE 2 TIMES.   RL3034.2
055300     MOVE   SPACES TO INF-ANSI-REFERENCE.                         RL3034.2
055400     GO TO  FAIL-ROUTINE-EX.                                      RL3034.2
055500 FAIL-ROUTINE-WRITE.                                              RL3034.2
055600     MOVE   TEST-COMPUTED TO PRINT-REC PERFORM WRITE-LINE         RL3034.2
055700     MOVE   ANSI-REFERENCE TO COR-ANSI-REFERENCE.                 RL3034.2
055800     MOVE   TEST-CORRECT TO PRINT-REC PERFORM WRITE-LINE 2 TIMES. RL3034.2
055900     MOVE   SPACES TO COR-ANSI-REFERENCE.                         RL3034.2
056000 FAIL-ROUTINE-EX. EXIT.                                           RL3034.2
056100 BAIL-OUT.                                                        RL3034.2
056200     IF     COMPUTED-A NOT EQUAL TO SPACE GO TO BAIL-OUT-WRITE.   RL3034.2
056300     IF     CORRECT-A EQUAL TO SPACE GO TO BAIL-OUT-EX.           RL3034.2
056400 BAIL-OUT-WRITE.                                                  RL3034.2
056500     MOVE CORRECT-A TO XXCORRECT. MOVE COMPUTED-A TO XXCOMPUTED.  RL3034.2
056600     MOVE   ANSI-REFERENCE TO INF-ANSI-REFERENCE.                 RL3034.2
056700     MOVE   XXINFO TO DUMMY-RECORD. PERFORM WRITE-LINE 2 TIMES.   RL3034.2
056800     MOVE   SPACES TO INF-ANSI-REFERENCE.                         RL3034.2
056900 BAIL-OUT-EX. EXIT.                                               RL3034.2
057000 CCVS1-EXIT.                                                      RL3034.2
057100     EXIT.                                                        RL3034.2
057200 SECT-RL303A-001 SECTION.                                         RL3034.2
057300 RLV-INIT-303.                                                    RL3034.2
057400*    BUILD THE BED, THEN READ EVERY RECORD BACK BY KEY AND        RL3034.2
057500*    COUNT THEM AGAIN SEQUENTIALLY.                               RL3034.2
057600     OPEN     EXTEND RL-STATUS-FILE.                              RL3034.2
057700     IF       RLV-RLS-FSTATUS = "35"                              RL3034.2
057800              OPEN OUTPUT RL-STATUS-FILE.                         RL3034.2
057900     MOVE     ZERO TO RLV-BAD-CNT.                                RL3034.2
058000     OPEN     OUTPUT RLV-FILE                                     RL3034.2
058071     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL3034.2
058072         RLV-FSTATUS CCVS-IOT-NOKEY                               RL3034.2
058073         BY CONTENT "OPEN   RLV-FILE        R0001T ".             RL3034.2
058100     PERFORM  RLV-WRITE-ONE VARYING RLV-I FROM 1 BY 1             RL3034.2
058200              UNTIL RLV-I > 10.                                   RL3034.2
058300     CLOSE    RLV-FILE                                            RL3034.2
058371     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL3034.2
058372         RLV-FSTATUS CCVS-IOT-NOKEY                               RL3034.2
058373         BY CONTENT "CLOSE  RLV-FILE        R0002T ".             RL3034.2
058400     OPEN     INPUT RLV-FILE                                      RL3034.2
058471     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL3034.2
058472         RLV-FSTATUS CCVS-IOT-NOKEY                               RL3034.2
058473         BY CONTENT "OPEN   RLV-FILE        R0003T ".             RL3034.2
058500     PERFORM  RLV-CHECK-ONE VARYING RLV-I FROM 1 BY 1             RL3034.2
058600              UNTIL RLV-I > 10.                                   RL3034.2
058700     CLOSE    RLV-FILE                                            RL3034.2
058771     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL3034.2
058772         RLV-FSTATUS CCVS-IOT-NOKEY                               RL3034.2
058773         BY CONTENT "CLOSE  RLV-FILE        R0004T ".             RL3034.2
058800     MOVE     RLV-BAD-CNT TO RLV-BUILD-BAD.                       RL3034.2
058900     MOVE     ZERO TO RLV-REC-CNT.                                RL3034.2
059000     MOVE     "N" TO RLV-EOF-SW.                                  RL3034.2
059100     OPEN     INPUT RLV-FILE                                      RL3034.2
059171     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL3034.2
059172         RLV-FSTATUS CCVS-IOT-NOKEY                               RL3034.2
059173         BY CONTENT "OPEN   RLV-FILE        R0005T ".             RL3034.2
059200     PERFORM  RLV-COUNT-ONE UNTIL RLV-EOF-SW = "Y".               RL3034.2
059300     CLOSE    RLV-FILE                                            RL3034.2
059371     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL3034.2
059372         RLV-FSTATUS CCVS-IOT-NOKEY                               RL3034.2
059373         BY CONTENT "CLOSE  RLV-FILE        R0006T ".             RL3034.2
059400     MOVE     "VARIABLE BED BUILT" TO FEATURE.                    RL3034.2
059500     MOVE     "VIII-18 3.2 FD VARYING" TO ANSI-REFERENCE.         RL3034.2
059600 RLV-TEST-303-1.                                                  RL3034.2
059700     MOVE     "RLV-TEST-303-1" TO PAR-NAME.                       RL3034.2
059800     IF       RLV-BUILD-BAD = ZERO                                RL3034.2
059900              AND RLV-REC-CNT = 10                                RL3034.2
060000              PERFORM PASS                                        RL3034.2
060100              GO TO RLV-WRITE-303-1.                              RL3034.2
060200     MOVE     RLV-BUILD-BAD TO COMPUTED-18V0.                     RL3034.2
060300     MOVE     ZERO TO CORRECT-18V0.                               RL3034.2
060400     MOVE     "BED RECORDS WRONG LENGTH, IMAGE OR COUNT"          RL3034.2
060500              TO RE-MARK.                                         RL3034.2
060600     PERFORM  FAIL.                                               RL3034.2
060700 RLV-WRITE-303-1.                                                 RL3034.2
060800     PERFORM  PRINT-DETAIL.                                       RL3034.2
060900 RLV-INIT-303-2.                                                  RL3034.2
061000     OPEN     I-O RLV-FILE                                        RL3034.2
061071     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL3034.2
061072         RLV-FSTATUS CCVS-IOT-NOKEY                               RL3034.2
061073         BY CONTENT "OPEN   RLV-FILE        R0007T ".             RL3034.2
061100     MOVE     "REWRITE LONGER" TO FEATURE.                        RL3034.2
061200     MOVE     "VIII-33 4.6 REWRITE" TO ANSI-REFERENCE.            RL3034.2
061300 RLV-TEST-303-2.                                                  RL3034.2
061400*    RECORD 3 GROWS FROM 30 TO 70 CHARACTERS.                     RL3034.2
061500     MOVE     "RLV-TEST-303-2" TO PAR-NAME.                       RL3034.2
061600     MOVE     3 TO RLV-I.                                         RL3034.2
061700     MOVE     70 TO RLV-NEW-LEN.                                  RL3034.2
061800     MOVE     "B" TO RLV-NEW-GEN.                                 RL3034.2
061900     PERFORM  RLV-REWRITE-ONE.                                    RL3034.2
062000     IF       RLV-REWRITE-STAT = "00"                             RL3034.2
062100              PERFORM PASS                                        RL3034.2
062200              GO TO RLV-WRITE-303-2.                              RL3034.2
062300     MOVE     RLV-REWRITE-STAT TO COMPUTED-A.                     RL3034.2
062400     MOVE     "00" TO CORRECT-A.                                  RL3034.2
062500     MOVE     "WRONG STATUS ON REWRITE TO A LONGER RECORD"        RL3034.2
062600              TO RE-MARK.                                         RL3034.2
062700     PERFORM  RLV-STATUS-FAIL.                                    RL3034.2
062800 RLV-WRITE-303-2.                                                 RL3034.2
062900     PERFORM  PRINT-DETAIL.                                       RL3034.2
063000 RLV-TEST-303-3.                                                  RL3034.2
063100     MOVE     "RLV-TEST-303-3" TO PAR-NAME.                       RL3034.2
063200     IF       RLV-REREAD-BAD = ZERO                               RL3034.2
063300              PERFORM PASS                                        RL3034.2
063400              GO TO RLV-WRITE-303-3.                              RL3034.2
063500     MOVE     RLV-REREAD-LEN TO COMPUTED-18V0.                    RL3034.2
063600     MOVE     RLV-CUR-LEN (RLV-I) TO CORRECT-18V0.                RL3034.2
063700     MOVE     "RE-READ LONGER RECORD WRONG LENGTH OR IMAGE"       RL3034.2
063800              TO RE-MARK.                                         RL3034.2
063900     PERFORM  FAIL.                                               RL3034.2
064000 RLV-WRITE-303-3.                                                 RL3034.2
064100     PERFORM  PRINT-DETAIL.                                       RL3034.2
064200 RLV-INIT-303-4.                                                  RL3034.2
064300     MOVE     "REWRITE SHORTER" TO FEATURE.                       RL3034.2
064400 RLV-TEST-303-4.                                                  RL3034.2
064500*    RECORD 8 SHRINKS FROM 55 TO 25 CHARACTERS.                   RL3034.2
064600     MOVE     "RLV-TEST-303-4" TO PAR-NAME.                       RL3034.2
064700     MOVE     8 TO RLV-I.                                         RL3034.2
064800     MOVE     25 TO RLV-NEW-LEN.                                  RL3034.2
064900     MOVE     "C" TO RLV-NEW-GEN.                                 RL3034.2
065000     PERFORM  RLV-REWRITE-ONE.                                    RL3034.2
065100     IF       RLV-REWRITE-STAT = "00"                             RL3034.2
065200              PERFORM PASS                                        RL3034.2
065300              GO TO RLV-WRITE-303-4.                              RL3034.2
065400     MOVE     RLV-REWRITE-STAT TO COMPUTED-A.                     RL3034.2
065500     MOVE     "00" TO CORRECT-A.                                  RL3034.2
065600     MOVE     "WRONG STATUS ON REWRITE TO A SHORTER RECORD"       RL3034.2
065700              TO RE-MARK.                                         RL3034.2
065800     PERFORM  RLV-STATUS-FAIL.                                    RL3034.2
065900 RLV-WRITE-303-4.                                                 RL3034.2
066000     PERFORM  PRINT-DETAIL.                                       RL3034.2
066100 RLV-TEST-303-5.                                                  RL3034.2
066200     MOVE     "RLV-TEST-303-5" TO PAR-NAME.                       RL3034.2
066300     IF       RLV-REREAD-BAD = ZERO                               RL3034.2
066400              PERFORM PASS                                        RL3034.2
066500              GO TO RLV-WRITE-303-5.                              RL3034.2
066600     MOVE     RLV-REREAD-LEN TO COMPUTED-18V0.                    RL3034.2
066700     MOVE     RLV-CUR-LEN (RLV-I) TO CORRECT-18V0.                RL3034.2
066800     MOVE     "RE-READ SHORTER RECORD WRONG LENGTH OR IMAGE"      RL3034.2
066900              TO RE-MARK.                                         RL3034.2
067000     PERFORM  FAIL.                                               RL3034.2
067100 RLV-WRITE-303-5.                                                 RL3034.2
067200     PERFORM  PRINT-DETAIL.                                       RL3034.2
067300 RLV-INIT-303-6.                                                  RL3034.2
067400     MOVE     "REWRITE SAME LENGTH" TO FEATURE.                   RL3034.2
067500 RLV-TEST-303-6.                                                  RL3034.2
067600*    RECORD 5 KEEPS ITS 40 CHARACTERS BUT CHANGES CONTENT.        RL3034.2
067700     MOVE     "RLV-TEST-303-6" TO PAR-NAME.                       RL3034.2
067800     MOVE     5 TO RLV-I.                                         RL3034.2
067900     MOVE     40 TO RLV-NEW-LEN.                                  RL3034.2
068000     MOVE     "D" TO RLV-NEW-GEN.                                 RL3034.2
068100     PERFORM  RLV-REWRITE-ONE.                                    RL3034.2
068200     IF       RLV-REWRITE-STAT = "00"                             RL3034.2
068300              PERFORM PASS                                        RL3034.2
068400              GO TO RLV-WRITE-303-6.                              RL3034.2
068500     MOVE     RLV-REWRITE-STAT TO COMPUTED-A.                     RL3034.2
068600     MOVE     "00" TO CORRECT-A.                                  RL3034.2
068700     MOVE     "WRONG STATUS ON REWRITE AT THE SAME LENGTH"        RL3034.2
068800              TO RE-MARK.                                         RL3034.2
068900     PERFORM  RLV-STATUS-FAIL.                                    RL3034.2
069000 RLV-WRITE-303-6.                                                 RL3034.2
069100     PERFORM  PRINT-DETAIL.                                       RL3034.2
069200 RLV-TEST-303-7.                                                  RL3034.2
069300     MOVE     "RLV-TEST-303-7" TO PAR-NAME.                       RL3034.2
069400     IF       RLV-REREAD-BAD = ZERO                               RL3034.2
069500              PERFORM PASS                                        RL3034.2
069600              GO TO RLV-WRITE-303-7.                              RL3034.2
069700     MOVE     RLV-REREAD-LEN TO COMPUTED-18V0.                    RL3034.2
069800     MOVE     RLV-CUR-LEN (RLV-I) TO CORRECT-18V0.                RL3034.2
069900     MOVE     "RE-READ SAME-LENGTH RECORD WRONG"                  RL3034.2
070000              TO RE-MARK.                                         RL3034.2
070100     PERFORM  FAIL.                                               RL3034.2
070200 RLV-WRITE-303-7.                                                 RL3034.2
070300     PERFORM  PRINT-DETAIL.                                       RL3034.2
070400 RLV-INIT-303-8.                                                  RL3034.2
070500     MOVE     "REWRITE OVER MAXIMUM" TO FEATURE.                  RL3034.2
070600     MOVE     "VIII-4 1.3.4 4B" TO ANSI-REFERENCE.                RL3034.2
070700 RLV-TEST-303-8.                                                  RL3034.2
070800*    RECORD 6 (45 CHARACTERS) REWRITTEN AT 81 IS REFUSED.         RL3034.2
070900     MOVE     "RLV-TEST-303-8" TO PAR-NAME.                       RL3034.2
071000     MOVE     6 TO RLV-I.                                         RL3034.2
071100     MOVE     81 TO RLV-NEW-LEN.                                  RL3034.2
071200     MOVE     "E" TO RLV-NEW-GEN.                                 RL3034.2
071300     PERFORM  RLV-REWRITE-ONE.                                    RL3034.2
071400     IF       RLV-REWRITE-STAT = "44"                             RL3034.2
071500              PERFORM PASS                                        RL3034.2
071600              GO TO RLV-WRITE-303-8.                              RL3034.2
071700     MOVE     RLV-REWRITE-STAT TO COMPUTED-A.                     RL3034.2
071800     MOVE     "44" TO CORRECT-A.                                  RL3034.2
071900     MOVE     "WRONG STATUS ON REWRITE ABOVE THE MAXIMUM"         RL3034.2
072000              TO RE-MARK.                                         RL3034.2
072100     PERFORM  RLV-STATUS-FAIL.                                    RL3034.2
072200 RLV-WRITE-303-8.                                                 RL3034.2
072300     PERFORM  PRINT-DETAIL.                                       RL3034.2
072400 RLV-TEST-303-9.                                                  RL3034.2
072500     MOVE     "RLV-TEST-303-9" TO PAR-NAME.                       RL3034.2
072600     IF       RLV-REREAD-BAD = ZERO                               RL3034.2
072700              PERFORM PASS                                        RL3034.2
072800              GO TO RLV-WRITE-303-9.                              RL3034.2
072900     MOVE     RLV-REREAD-LEN TO COMPUTED-18V0.                    RL3034.2
073000     MOVE     RLV-CUR-LEN (RLV-I) TO CORRECT-18V0.                RL3034.2
073100     MOVE     "REFUSED REWRITE CHANGED THE RECORD" TO RE-MARK.    RL3034.2
073200     PERFORM  FAIL.                                               RL3034.2
073300 RLV-WRITE-303-9.                                                 RL3034.2
073400     PERFORM  PRINT-DETAIL.                                       RL3034.2
073500 RLV-INIT-303-10.                                                 RL3034.2
073600     MOVE     "REWRITE TOO SHORT" TO FEATURE.                     RL3034.2
073700 RLV-TEST-303-10.                                                 RL3034.2
073800*    RECORD 7 (50 CHARACTERS) REWRITTEN AT 19 IS REFUSED.         RL3034.2
073900     MOVE     "RLV-TEST-303-10" TO PAR-NAME.                      RL3034.2
074000     MOVE     7 TO RLV-I.                                         RL3034.2
074100     MOVE     19 TO RLV-NEW-LEN.                                  RL3034.2
074200     MOVE     "F" TO RLV-NEW-GEN.                                 RL3034.2
074300     PERFORM  RLV-REWRITE-ONE.                                    RL3034.2
074400     IF       RLV-REWRITE-STAT = "44"                             RL3034.2
074500              PERFORM PASS                                        RL3034.2
074600              GO TO RLV-WRITE-303-10.                             RL3034.2
074700     MOVE     RLV-REWRITE-STAT TO COMPUTED-A.                     RL3034.2
074800     MOVE     "44" TO CORRECT-A.                                  RL3034.2
074900     MOVE     "WRONG STATUS ON REWRITE BELOW THE MINIMUM"         RL3034.2
075000              TO RE-MARK.                                         RL3034.2
075100     PERFORM  RLV-STATUS-FAIL.                                    RL3034.2
075200 RLV-WRITE-303-10.                                                RL3034.2
075300     PERFORM  PRINT-DETAIL.                                       RL3034.2
075400 RLV-TEST-303-11.                                                 RL3034.2
075500     MOVE     "RLV-TEST-303-11" TO PAR-NAME.                      RL3034.2
075600     IF       RLV-REREAD-BAD = ZERO                               RL3034.2
075700              PERFORM PASS                                        RL3034.2
075800              GO TO RLV-WRITE-303-11.                             RL3034.2
075900     MOVE     RLV-REREAD-LEN TO COMPUTED-18V0.                    RL3034.2
076000     MOVE     RLV-CUR-LEN (RLV-I) TO CORRECT-18V0.                RL3034.2
076100     MOVE     "REFUSED REWRITE CHANGED THE RECORD" TO RE-MARK.    RL3034.2
076200     PERFORM  FAIL.                                               RL3034.2
076300 RLV-WRITE-303-11.                                                RL3034.2
076400     PERFORM  PRINT-DETAIL.                                       RL3034.2
076500 RLV-INIT-303-12.                                                 RL3034.2
076600*    EVERY RECORD, REWRITTEN OR NOT, NOW MATCHES ITS CURRENT      RL3034.2
076700*    LENGTH AND GENERATION.                                       RL3034.2
076800     CLOSE    RLV-FILE                                            RL3034.2
076871     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL3034.2
076872         RLV-FSTATUS CCVS-IOT-NOKEY                               RL3034.2
076873         BY CONTENT "CLOSE  RLV-FILE        R0008T ".             RL3034.2
076900     MOVE     ZERO TO RLV-BAD-CNT.                                RL3034.2
077000     OPEN     INPUT RLV-FILE                                      RL3034.2
077071     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL3034.2
077072         RLV-FSTATUS CCVS-IOT-NOKEY                               RL3034.2
077073         BY CONTENT "OPEN   RLV-FILE        R0009T ".             RL3034.2
077100     PERFORM  RLV-CHECK-ONE VARYING RLV-I FROM 1 BY 1             RL3034.2
077200              UNTIL RLV-I > 10.                                   RL3034.2
077300     CLOSE    RLV-FILE                                            RL3034.2
077371     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL3034.2
077372         RLV-FSTATUS CCVS-IOT-NOKEY                               RL3034.2
077373         BY CONTENT "CLOSE  RLV-FILE        R0010T ".             RL3034.2
077400     CLOSE    RL-STATUS-FILE.                                     RL3034.2
077500     MOVE     "VARIABLE BED FINAL" TO FEATURE.                    RL3034.2
077600     MOVE     "VIII-33 4.6 REWRITE" TO ANSI-REFERENCE.            RL3034.2
077700 RLV-TEST-303-12.                                                 RL3034.2
077800     MOVE     "RLV-TEST-303-12" TO PAR-NAME.                      RL3034.2
077900     IF       RLV-BAD-CNT = ZERO                                  RL3034.2
078000              PERFORM PASS                                        RL3034.2
078100              GO TO RLV-WRITE-303-12.                             RL3034.2
078200     MOVE     RLV-BAD-CNT TO COMPUTED-18V0.                       RL3034.2
078300     MOVE     ZERO TO CORRECT-18V0.                               RL3034.2
078400     MOVE     "RECORDS WRONG AFTER THE REWRITES" TO RE-MARK.      RL3034.2
078500     PERFORM  FAIL.                                               RL3034.2
078600 RLV-WRITE-303-12.                                                RL3034.2
078700     PERFORM  PRINT-DETAIL.                                       RL3034.2
078800     GO       TO CCVS-999999.                                     RL3034.2
078900 RLV-BUILD-IMAGE.                                                 RL3034.2
079000     MOVE     RLV-I TO RLV-IMG-KEY.                               RL3034.2
079100     MOVE     RLV-CUR-LEN (RLV-I) TO RLV-IMG-LEN.                 RL3034.2
079200     MOVE     RLV-CUR-GEN (RLV-I) TO RLV-IMG-GEN.                 RL3034.2
079300     MOVE     RLV-PATTERN TO RLV-IMG-BODY.                        RL3034.2
079400 RLV-WRITE-ONE.                                                   RL3034.2
079500     COMPUTE  RLV-CUR-LEN (RLV-I) = 15 + 5 * RLV-I.               RL3034.2
079600     MOVE     "A" TO RLV-CUR-GEN (RLV-I).                         RL3034.2
079700     PERFORM  RLV-BUILD-IMAGE.                                    RL3034.2
079800     MOVE     RLV-IMAGE TO RLV-REC.                               RL3034.2
079900     MOVE     RLV-CUR-LEN (RLV-I) TO RLV-LEN.                     RL3034.2
080000     MOVE     RLV-I TO RLV-KEY.                                   RL3034.2
080071     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL3034.2
080072         RLV-FSTATUS CCVS-IOT-KEY                                 RL3034.2
080073         BY CONTENT "WRITE  RLV-FILE        R0011B "              RL3034.2
080100     WRITE    RLV-REC                                             RL3034.2
080200              INVALID KEY                                         RL3034.2
080271                 MOVE RLV-KEY TO CCVS-IOT-KEY                     RL3034.2
080272                 CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME        RL3034.2
080273                     RLV-FSTATUS CCVS-IOT-KEY                     RL3034.2
080274                     BY CONTENT "WRITE  RLV-FILE        R0011P "  RL3034.2
080275                 MOVE "Y" TO RLV-INVALID-SW.                      RL3034.2
080276     MOVE RLV-KEY TO CCVS-IOT-KEY                                 RL3034.2
080277     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL3034.2
080278         RLV-FSTATUS CCVS-IOT-KEY                                 RL3034.2
080279         BY CONTENT "WRITE  RLV-FILE        R0011T ".             RL3034.2
080300     IF       RLV-FSTATUS NOT = "00"                              RL3034.2
080400              ADD 1 TO RLV-BAD-CNT.                               RL3034.2
080500 RLV-READ-KEY.                                                    RL3034.2
080600     MOVE     RLV-I TO RLV-KEY.                                   RL3034.2
080700     MOVE     SPACE TO RLV-REC.                                   RL3034.2
080800     MOVE     ZERO TO RLV-LEN.                                    RL3034.2
080871     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL3034.2
080872         RLV-FSTATUS CCVS-IOT-KEY                                 RL3034.2
080873         BY CONTENT "READ   RLV-FILE        R0012B "              RL3034.2
080900     READ     RLV-FILE                                            RL3034.2
081000              INVALID KEY                                         RL3034.2
081071                 MOVE RLV-KEY TO CCVS-IOT-KEY                     RL3034.2
081072                 CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME        RL3034.2
081073                     RLV-FSTATUS CCVS-IOT-KEY                     RL3034.2
081074                     BY CONTENT "READ   RLV-FILE        R0012P "  RL3034.2
081075                 MOVE "Y" TO RLV-INVALID-SW.                      RL3034.2
081076     MOVE RLV-KEY TO CCVS-IOT-KEY                                 RL3034.2
081077     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL3034.2
081078         RLV-FSTATUS CCVS-IOT-KEY                                 RL3034.2
081079         BY CONTENT "READ   RLV-FILE        R0012T ".             RL3034.2
081100 RLV-CHECK-ONE.                                                   RL3034.2
081200*    RE-READ RECORD RLV-I AND COMPARE IT WITH THE IMAGE ITS       RL3034.2
081300*    CURRENT LENGTH AND GENERATION CALL FOR.                      RL3034.2
081400     PERFORM  RLV-READ-KEY.                                       RL3034.2
081500     PERFORM  RLV-BUILD-IMAGE.                                    RL3034.2
081600     MOVE     RLV-LEN TO RLV-REREAD-LEN.                          RL3034.2
081700     IF       RLV-FSTATUS NOT = "00"                              RL3034.2
081800              OR RLV-LEN NOT = RLV-CUR-LEN (RLV-I)                RL3034.2
081900              ADD 1 TO RLV-BAD-CNT                                RL3034.2
082000     ELSE                                                         RL3034.2
082100              IF RLV-REC (1:RLV-LEN) NOT = RLV-IMAGE (1:RLV-LEN)  RL3034.2
082200                 ADD 1 TO RLV-BAD-CNT.                            RL3034.2
082300 RLV-COUNT-ONE.                                                   RL3034.2
082371     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL3034.2
082372         RLV-FSTATUS CCVS-IOT-KEY                                 RL3034.2
082373         BY CONTENT "READ   RLV-FILE        R0013B "              RL3034.2
082400     READ     RLV-FILE NEXT RECORD                                RL3034.2
082500              AT END                                              RL3034.2
082571                 MOVE RLV-KEY TO CCVS-IOT-KEY                     RL3034.2
082572                 CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME        RL3034.2
082573                     RLV-FSTATUS CCVS-IOT-KEY                     RL3034.2
082574                     BY CONTENT "READ   RLV-FILE        R0013P "  RL3034.2
082575                 MOVE "Y" TO RLV-EOF-SW.                          RL3034.2
082576     MOVE RLV-KEY TO CCVS-IOT-KEY                                 RL3034.2
082577     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL3034.2
082578         RLV-FSTATUS CCVS-IOT-KEY                                 RL3034.2
082579         BY CONTENT "READ   RLV-FILE        R0013T ".             RL3034.2
082600     IF       RLV-EOF-SW NOT = "Y"                                RL3034.2
082700              ADD 1 TO RLV-REC-CNT.                               RL3034.2
082800 RLV-REWRITE-ONE.                                                 RL3034.2
082900*    READ RECORD RLV-I, REWRITE IT AT RLV-NEW-LEN AS              RL3034.2
083000*    GENERATION RLV-NEW-GEN, RE-READ IT, AND JOURNAL THE          RL3034.2
083100*    BEFORE AND AFTER IMAGES.  ONLY A SUCCESSFUL REWRITE          RL3034.2
083200*    CHANGES WHAT THE RECORD IS EXPECTED TO HOLD.                 RL3034.2
083300     PERFORM  RLV-READ-KEY.                                       RL3034.2
083400     MOVE     SPACE TO UJ-BEFORE-IMG.                             RL3034.2
083500     MOVE     RLV-REC TO UJ-BEFORE-IMG (1:80).                    RL3034.2
083600     MOVE     RLV-I TO RLV-IMG-KEY.                               RL3034.2
083700     MOVE     RLV-NEW-LEN TO RLV-IMG-LEN.                         RL3034.2
083800     MOVE     RLV-NEW-GEN TO RLV-IMG-GEN.                         RL3034.2
083900     MOVE     RLV-PATTERN TO RLV-IMG-BODY.                        RL3034.2
084000     MOVE     RLV-IMAGE TO RLV-REC.                               RL3034.2
084100     MOVE     RLV-NEW-LEN TO RLV-LEN.                             RL3034.2
084200     MOVE     RLV-I TO RLV-KEY.                                   RL3034.2
084271     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL3034.2
084272         RLV-FSTATUS CCVS-IOT-KEY                                 RL3034.2
084273         BY CONTENT "REWRITERLV-FILE        R0014B "              RL3034.2
084300     REWRITE  RLV-REC                                             RL3034.2
084400              INVALID KEY                                         RL3034.2
084471                 MOVE RLV-KEY TO CCVS-IOT-KEY                     RL3034.2
084472                 CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME        RL3034.2
084473                     RLV-FSTATUS CCVS-IOT-KEY                     RL3034.2
084474                     BY CONTENT "REWRITERLV-FILE        R0014P "  RL3034.2
084475                 MOVE "Y" TO RLV-INVALID-SW.                      RL3034.2
084476     MOVE RLV-KEY TO CCVS-IOT-KEY                                 RL3034.2
084477     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    RL3034.2
084478         RLV-FSTATUS CCVS-IOT-KEY                                 RL3034.2
084479         BY CONTENT "REWRITERLV-FILE        R0014T ".             RL3034.2
084500     MOVE     RLV-FSTATUS TO RLV-REWRITE-STAT.                    RL3034.2
084600     IF       RLV-REWRITE-STAT = "00"                             RL3034.2
084700              MOVE RLV-NEW-LEN TO RLV-CUR-LEN (RLV-I)             RL3034.2
084800              MOVE RLV-NEW-GEN TO RLV-CUR-GEN (RLV-I).            RL3034.2
084900     MOVE     ZERO TO RLV-BAD-CNT.                                RL3034.2
085000     PERFORM  RLV-CHECK-ONE.                                      RL3034.2
085100     MOVE     RLV-BAD-CNT TO RLV-REREAD-BAD.                      RL3034.2
085200     MOVE     "REWRITE" TO UJ-OP.                                 RL3034.2
085300     MOVE     RLV-I TO UJ-KEY-NUM.                                RL3034.2
085400     MOVE     SPACE TO UJ-AFTER-IMG.                              RL3034.2
085500     MOVE     RLV-REC TO UJ-AFTER-IMG (1:80).                     RL3034.2
085600     CALL     "CCVSUPJ" USING CCVS-PGM-ID PAR-NAME UJ-OP          RL3034.2
085700              UJ-KEY-TEXT UJ-BEFORE-IMG UJ-AFTER-IMG.             RL3034.2
085800 RLV-STATUS-FAIL.                                                 RL3034.2
085900     PERFORM  FAIL.                                               RL3034.2
086000     PERFORM  WRITE-RL-STATUS-LINE.                               RL3034.2
086100 WRITE-RL-STATUS-LINE.                                            RL3034.2
086200     MOVE     SPACE TO RL-STATUS-REC.                             RL3034.2
086300     STRING   CCVS-PGM-ID DELIMITED BY SPACE ","                  RL3034.2
086400              FEATURE     DELIMITED BY SIZE  ","                  RL3034.2
086500              FEATURE-CODE DELIMITED BY SPACE ","                 RL3034.2
086600              PAR-NAME    DELIMITED BY SIZE  ","                  RL3034.2
086700              RE-MARK     DELIMITED BY SIZE  ","                  RL3034.2
086800              CORRECT-A   DELIMITED BY SIZE  ","                  RL3034.2
086900              COMPUTED-A  DELIMITED BY SIZE                       RL3034.2
087000              INTO RL-STATUS-REC.                                 RL3034.2
087100     WRITE    RL-STATUS-REC.                                      RL3034.2
087200 CCVS-EXIT SECTION.                                               RL3034.2
087300 CCVS-999999.                                                     RL3034.2
087400     GO TO CLOSE-FILES.                                           RL3034.2
