000100 IDENTIFICATION DIVISION.                                         CM1014.2
000200 PROGRAM-ID.                                                      CM1014.2
000300     CM101A.                                                      CM1014.2
000400****************************************************************  CM1014.2
000500*                                                              *  CM1014.2
000600*    VALIDATION FOR:-                                          *  CM1014.2
000700*                                                              *  CM1014.2
000800*    "ON-SITE VALIDATION, NATIONAL INSTITUTE OF STD & TECH.     ".CM1014.2
000900*                                                              *  CM1014.2
001000*    "COBOL 85 VERSION 4.2, Apr  1993 SSVG                      ".CM1014.2
001100*                                                              *  CM1014.2
001200****************************************************************  CM1014.2
001300*                                                              *  CM1014.2
001400*      X-CARDS USED BY THIS PROGRAM ARE :-                     *  CM1014.2
001500*                                                              *  CM1014.2
001600*        X-55  - SYSTEM PRINTER NAME.                          *  CM1014.2
001700*        X-82  - SOURCE COMPUTER NAME.                         *  CM1014.2
001800*        X-83  - OBJECT COMPUTER NAME.                         *  CM1014.2
001900*                                                              *  CM1014.2
002000****************************************************************  CM1014.2
002100*                                                              *  CM1014.2
002188*    CM101A QUALIFIES THE COMMUNICATION MODULE: THE CD         *  CM1014.2
002276*    ENTRY, ENABLE/DISABLE INPUT AND OUTPUT, ACCEPT MESSAGE    *  CM1014.2
002364*    COUNT, RECEIVE (WITH NO DATA) AND SEND.  THE MESSAGE      *  CM1014.2
002452*    CONTROL SYSTEM IS EMULATED BY FILES: SYMBOLIC QUEUE       *  CM1014.2
002540*    XXXXX079 IS SERVED FROM THE FILE OF THAT NAME (ONE        *  CM1014.2
002628*    MESSAGE PER LINE, WRITTEN HERE BEFORE ENABLE) AND         *  CM1014.2
002716*    SYMBOLIC DESTINATION XXXXX080 IS DELIVERED TO THE FILE    *  CM1014.2
002804*    OF THAT NAME, WHICH IS READ BACK AFTER DISABLE.           *  CM1014.2
002892*                                                              *  CM1014.2
002980*    EVERY STATUS KEY IS PRIMED WITH "**" BEFORE USE.  IF      *  CM1014.2
003068*    ENABLE INPUT LEAVES IT THAT WAY THE RUNTIME HAS NO        *  CM1014.2
003156*    MESSAGE CONTROL SYSTEM AND EACH CASE IS DELETED.  IF      *  CM1014.2
003244*    THE COMPILER REJECTS THE CD ENTRY THE MODULE NEVER        *  CM1014.2
003332*    RUNS; THE DRIVER'S COMPILE-DIAGNOSTIC CAPTURE RECORDS     *  CM1014.2
003420*    THE REJECTION AND CCVSPRF STATES "NOT SUPPORTED" FOR      *  CM1014.2
003508*    THE COMMUNICATION MODULE ON THE LEVEL REPORT.             *  CM1014.2
003596*                                                              *  CM1014.2
003700****************************************************************  CM1014.2
003800 ENVIRONMENT DIVISION.                                            CM1014.2
003900 CONFIGURATION SECTION.                                           CM1014.2
004000 SOURCE-COMPUTER.                                                 CM1014.2
004100     COPY CCVSTRG.                                                CM1014.2
004200 OBJECT-COMPUTER.                                                 CM1014.2
004300     COPY CCVSTRG.                                                CM1014.2
004400 INPUT-OUTPUT SECTION.                                            CM1014.2
004500 FILE-CONTROL.                                                    CM1014.2
004600     SELECT PRINT-FILE ASSIGN TO                                  CM1014.2
004700     "report.log".                                                CM1014.2
004800     SELECT   CSV-RESULTS-FILE ASSIGN TO                          CM1014.2
004900     "results.csv".                                               CM1014.2
005000     SELECT   SUITE-SUMMARY-FILE ASSIGN TO                        CM1014.2
005100     "suite_summary.csv"                                          CM1014.2
005200     FILE STATUS IS WS-SS-FILE-STATUS.                            CM1014.2
005300     SELECT   NEGATIVE-PATH-FILE ASSIGN TO                        CM1014.2
005400     "negative_path.csv"                                          CM1014.2
005500     FILE STATUS IS WS-NP-FILE-STATUS.                            CM1014.2
005600     SELECT   XCARD-PARM-FILE ASSIGN TO                           CM1014.2
005700     "xcard.dat"                                                  CM1014.2
005800     ORGANIZATION LINE SEQUENTIAL                                 CM1014.2
005900     FILE STATUS IS WS-XCARD-FSTATUS.                             CM1014.2
005911     SELECT   CMQ-QUEUE-FILE ASSIGN TO                            CM1014.2
005922     "XXXXX079"                                                   CM1014.2
005933     ORGANIZATION IS LINE SEQUENTIAL                              CM1014.2
005944     FILE STATUS IS CMQ-QF-FSTATUS.                               CM1014.2
005955     SELECT   CMQ-DEST-FILE ASSIGN TO                             CM1014.2
005966     "XXXXX080"                                                   CM1014.2
005977     ORGANIZATION IS LINE SEQUENTIAL                              CM1014.2
005988     FILE STATUS IS CMQ-DF-FSTATUS.                               CM1014.2
006000 DATA DIVISION.                                                   CM1014.2
006100 FILE SECTION.                                                    CM1014.2
006200 FD  PRINT-FILE.                                                  CM1014.2
006300 01  PRINT-REC PICTURE X(120).                                    CM1014.2
006400 01  DUMMY-RECORD PICTURE X(120).                                 CM1014.2
006500 FD  CSV-RESULTS-FILE.                                            CM1014.2
006600 01  CSV-RESULTS-REC PICTURE X(200).                              CM1014.2
006700 FD  SUITE-SUMMARY-FILE.                                          CM1014.2
006800 01  SUITE-SUMMARY-REC PICTURE X(80).                             CM1014.2
006900 FD  NEGATIVE-PATH-FILE.                                          CM1014.2
007000 01  NEGATIVE-PATH-REC PICTURE X(200).                            CM1014.2
007100 FD  XCARD-PARM-FILE.                                             CM1014.2
007200 01  XCARD-PARM-REC PIC X(80).                                    CM1014.2
007220 FD  CMQ-QUEUE-FILE.                                              CM1014.2
007240 01  CMQ-QUEUE-REC         PIC X(40).                             CM1014.2
007260 FD  CMQ-DEST-FILE.                                               CM1014.2
007280 01  CMQ-DEST-REC          PIC X(40).                             CM1014.2
007300 WORKING-STORAGE SECTION.                                         CM1014.2
007400 77  CMQ-QF-FSTATUS        PIC XX    VALUE SPACE.                 CM1014.2
007410 77  CMQ-DF-FSTATUS        PIC XX    VALUE SPACE.                 CM1014.2
007420 77  CMQ-MCS-SW            PIC X     VALUE "Y".                   CM1014.2
007430     88  CMQ-NO-MCS                  VALUE "N".                   CM1014.2
007440 77  CMQ-NO-DATA-SW        PIC X     VALUE SPACE.                 CM1014.2
007450 77  CMQ-I                 PIC 9     VALUE ZERO.                  CM1014.2
007460 77  CMQ-BAD-CNT           PIC 9(3)  VALUE ZERO.                  CM1014.2
007470 77  CMQ-DEST-CNT          PIC 9(3)  VALUE ZERO.                  CM1014.2
007480 77  CMQ-DF-EOF            PIC X     VALUE SPACE.                 CM1014.2
007490 77  CMQ-SAVE-COUNT        PIC 9(6)  VALUE ZERO.                  CM1014.2
007500 77  CMQ-REPLY-SK-1        PIC XX    VALUE SPACE.                 CM1014.2
007510 77  CMQ-REPLY-SK-2        PIC XX    VALUE SPACE.                 CM1014.2
007520 77  CMQ-DISABLE-IN-SK     PIC XX    VALUE SPACE.                 CM1014.2
007530 77  CMQ-DISABLE-OUT-SK    PIC XX    VALUE SPACE.                 CM1014.2
007540 77  CMQ-KEY               PIC X(4)  VALUE "CCVS".                CM1014.2
007550 01  CMQ-MESSAGE           PIC X(40) VALUE SPACE.                 CM1014.2
007560 01  CMQ-MESSAGE-VALUES.                                          CM1014.2
007570     02  FILLER            PIC X(40) VALUE                        CM1014.2
007580         "CCVS CM QUEUE XXXXX079 MESSAGE 1 OF 3  A".              CM1014.2
007590     02  FILLER            PIC X(40) VALUE                        CM1014.2
007600         "CCVS CM QUEUE XXXXX079 MESSAGE 2 OF 3  B".              CM1014.2
007610     02  FILLER            PIC X(40) VALUE                        CM1014.2
007620         "CCVS CM QUEUE XXXXX079 MESSAGE 3 OF 3  C".              CM1014.2
007630 01  CMQ-MESSAGE-TABLE REDEFINES CMQ-MESSAGE-VALUES.              CM1014.2
007640     02  CMQ-QUEUE-TEXT    PIC X(40) OCCURS 3 TIMES.              CM1014.2
007650 01  CMQ-REPLY-VALUES.                                            CM1014.2
007660     02  FILLER            PIC X(40) VALUE                        CM1014.2
007670         "CCVS CM DESTINATION XXXXX080 REPLY 1  R1".              CM1014.2
007680     02  FILLER            PIC X(40) VALUE                        CM1014.2
007690         "CCVS CM DESTINATION XXXXX080 REPLY 2  R2".              CM1014.2
007700 01  CMQ-REPLY-TABLE REDEFINES CMQ-REPLY-VALUES.                  CM1014.2
007710     02  CMQ-REPLY-TEXT    PIC X(40) OCCURS 2 TIMES.              CM1014.2
008100 01  TEST-RESULTS.                                                CM1014.2
008200     02 FILLER                   PIC X      VALUE SPACE.          CM1014.2
008300     02 FEATURE                  PIC X(20)  VALUE SPACE.          CM1014.2
008400 02 FEATURE-CODE PICTURE X(8) VALUE SPACE.                        CM1014.2
008500     02 FILLER                   PIC X      VALUE SPACE.          CM1014.2
008600     02 P-OR-F                   PIC X(5)   VALUE SPACE.          CM1014.2
008700     02 FILLER                   PIC X      VALUE SPACE.          CM1014.2
008800     02  PAR-NAME.                                                CM1014.2
008900       03 FILLER                 PIC X(19)  VALUE SPACE.          CM1014.2
009000       03  PARDOT-X              PIC X      VALUE SPACE.          CM1014.2
009100       03 DOTVALUE               PIC 99     VALUE ZERO.           CM1014.2
009200     02 FILLER                   PIC X(8)   VALUE SPACE.          CM1014.2
009300     02 RE-MARK                  PIC X(61).                       CM1014.2
009400 01  TEST-COMPUTED.                                               CM1014.2
009500     02 FILLER                   PIC X(30)  VALUE SPACE.          CM1014.2
009600     02 FILLER                   PIC X(17)  VALUE                 CM1014.2
009700            "       COMPUTED=".                                   CM1014.2
009800     02 COMPUTED-X.                                               CM1014.2
009900     03 COMPUTED-A               PIC X(20)  VALUE SPACE.          CM1014.2
010000     03 COMPUTED-N               REDEFINES COMPUTED-A             CM1014.2
010100                                 PIC -9(9).9(9).                  CM1014.2
010200     03 COMPUTED-0V18 REDEFINES COMPUTED-A   PIC -.9(18).         CM1014.2
010300     03 COMPUTED-4V14 REDEFINES COMPUTED-A   PIC -9(4).9(14).     CM1014.2
010400     03 COMPUTED-14V4 REDEFINES COMPUTED-A   PIC -9(14).9(4).     CM1014.2
010500     03       CM-18V0 REDEFINES COMPUTED-A.                       CM1014.2
010600         04 COMPUTED-18V0                    PIC -9(18).          CM1014.2
010700         04 FILLER                           PIC X.               CM1014.2
010800     03 FILLER PIC X(50) VALUE SPACE.                             CM1014.2
010900 01  TEST-CORRECT.                                                CM1014.2
011000     02 FILLER PIC X(30) VALUE SPACE.                             CM1014.2
011100     02 FILLER PIC X(17) VALUE "       CORRECT =".                CM1014.2
011200     02 CORRECT-X.                                                CM1014.2
011300     03 CORRECT-A                  PIC X(20) VALUE SPACE.         CM1014.2
011400     03 CORRECT-N    REDEFINES CORRECT-A     PIC -9(9).9(9).      CM1014.2
011500     03 CORRECT-0V18 REDEFINES CORRECT-A     PIC -.9(18).         CM1014.2
011600     03 CORRECT-4V14 REDEFINES CORRECT-A     PIC -9(4).9(14).     CM1014.2
011700     03 CORRECT-14V4 REDEFINES CORRECT-A     PIC -9(14).9(4).     CM1014.2
011800     03      CR-18V0 REDEFINES CORRECT-A.                         CM1014.2
011900         04 CORRECT-18V0                     PIC -9(18).          CM1014.2
012000         04 FILLER                           PIC X.               CM1014.2
012100     03 FILLER PIC X(2) VALUE SPACE.                              CM1014.2
012200     03 COR-ANSI-REFERENCE             PIC X(48) VALUE SPACE.     CM1014.2
012300 01  CCVS-C-1.                                                    CM1014.2
012400     02 FILLER  PIC IS X(99)    VALUE IS " FEATURE              PACM1014.2
012500-    "SS  PARAGRAPH-NAME                                          CM1014.2
012600-    "       REMARKS".                                            CM1014.2
012700     02 FILLER                     PIC X(20)    VALUE SPACE.      CM1014.2
012800 01  CCVS-C-2.                                                    CM1014.2
012900     02 FILLER                     PIC X        VALUE SPACE.      CM1014.2
013000     02 FILLER                     PIC X(6)     VALUE "TESTED".   CM1014.2
013100     02 FILLER                     PIC X(15)    VALUE SPACE.      CM1014.2
013200     02 FILLER                     PIC X(4)     VALUE "FAIL".     CM1014.2
013300     02 FILLER                     PIC X(94)    VALUE SPACE.      CM1014.2
013400 01  REC-SKL-SUB                   PIC 9(2)     VALUE ZERO.       CM1014.2
013500 01  REC-CT                        PIC 99       VALUE ZERO.       CM1014.2
013600 01  DELETE-COUNTER                PIC 999      VALUE ZERO.       CM1014.2
013700 01  ERROR-COUNTER                 PIC 999      VALUE ZERO.       CM1014.2
013800 01  INSPECT-COUNTER               PIC 999      VALUE ZERO.       CM1014.2
013900 01  PASS-COUNTER                  PIC 999      VALUE ZERO.       CM1014.2
014000 01  TOTAL-ERROR                   PIC 999      VALUE ZERO.       CM1014.2
014100 01  ERROR-HOLD                    PIC 999      VALUE ZERO.       CM1014.2
014200 01  DUMMY-HOLD                    PIC X(120)   VALUE SPACE.      CM1014.2
014300 01  RECORD-COUNT                  PIC 9(5)     VALUE ZERO.       CM1014.2
014400 01  WS-PAGE-LINES-ALPHA PIC X(3) VALUE "060".                    CM1014.2
014500 01  WS-PAGE-LINES REDEFINES                                      CM1014.2
014600     WS-PAGE-LINES-ALPHA PIC 9(3).                                CM1014.2
014700 01  ANSI-REFERENCE                PIC X(48)    VALUE SPACES.     CM1014.2
014800 01  ANSI-CLAUSE-NUM PIC X(16) VALUE SPACES.                      CM1014.2
014900 01  WS-ANSI-IDX     PIC 9(2).                                    CM1014.2
015000 01  WS-ANSI-LEN     PIC 9(2).                                    CM1014.2
015100 01  CCVS-H-1.                                                    CM1014.2
015200     02  FILLER                    PIC X(39)    VALUE SPACES.     CM1014.2
015300     02  FILLER                    PIC X(42)    VALUE             CM1014.2
015400     "OFFICIAL COBOL COMPILER VALIDATION SYSTEM".                 CM1014.2
015500     02  FILLER                    PIC X(39)    VALUE SPACES.     CM1014.2
015600 01  CCVS-H-2A.                                                   CM1014.2
015700   02  FILLER                        PIC X(40)  VALUE SPACE.      CM1014.2
015800   02  FILLER                        PIC X(7)   VALUE "CCVS85 ".  CM1014.2
015900   02  FILLER                        PIC XXXX   VALUE             CM1014.2
016000     "4.2 ".                                                      CM1014.2
016100   02  FILLER                        PIC X(28)  VALUE             CM1014.2
016200            " COPY - NOT FOR DISTRIBUTION".                       CM1014.2
016300   02  FILLER                        PIC X(41)  VALUE SPACE.      CM1014.2
016400                                                                  CM1014.2
016500 01  CCVS-H-2B.                                                   CM1014.2
016600   02  FILLER                        PIC X(15)  VALUE             CM1014.2
016700            "TEST RESULT OF ".                                    CM1014.2
016800   02  TEST-ID                       PIC X(9).                    CM1014.2
016900   02  FILLER                        PIC X(4)   VALUE             CM1014.2
017000            " IN ".                                               CM1014.2
017100   02  FILLER                        PIC X(12)  VALUE             CM1014.2
017200     " HIGH       ".                                              CM1014.2
017300   02  FILLER                        PIC X(22)  VALUE             CM1014.2
017400            " LEVEL VALIDATION FOR ".                             CM1014.2
017500   02  FILLER                        PIC X(58)  VALUE             CM1014.2
017600     "ON-SITE VALIDATION, NATIONAL INSTITUTE OF STD & TECH.     ".CM1014.2
017700 01  CCVS-H-3.                                                    CM1014.2
017800     02  FILLER                      PIC X(34)  VALUE             CM1014.2
017900            " FOR OFFICIAL USE ONLY    ".                         CM1014.2
018000     02  FILLER                      PIC X(58)  VALUE             CM1014.2
018100     "COBOL 85 VERSION 4.2, Apr  1993 SSVG                      ".CM1014.2
018200     02  FILLER                      PIC X(28)  VALUE             CM1014.2
018300            "  COPYRIGHT   1985 ".                                CM1014.2
018400 01  CCVS-H-4.                                                    CM1014.2
018500     02  FILLER                      PIC X(15)  VALUE             CM1014.2
018600            "COMPILED DATE: ".                                    CM1014.2
018700     02  H4-BUILD-ID                 PIC X(16).                   CM1014.2
018800     02  FILLER                      PIC X(10)  VALUE             CM1014.2
018900            "  RUN ON: ".                                         CM1014.2
019000     02  H4-RUN-DATE                 PIC 9(8).                    CM1014.2
019100     02  FILLER                      PIC X(71)  VALUE SPACE.      CM1014.2
019200 01  CCVS-E-1.                                                    CM1014.2
019300     02 FILLER                       PIC X(52)  VALUE SPACE.      CM1014.2
019400     02 FILLER  PIC X(14) VALUE IS "END OF TEST-  ".              CM1014.2
019500     02 ID-AGAIN                     PIC X(9).                    CM1014.2
019600     02 FILLER                       PIC X(45)  VALUE SPACES.     CM1014.2
019700 01  CCVS-E-2.                                                    CM1014.2
019800     02  FILLER                      PIC X(31)  VALUE SPACE.      CM1014.2
019900     02  FILLER                      PIC X(21)  VALUE SPACE.      CM1014.2
020000     02 CCVS-E-2-2.                                               CM1014.2
020100         03 ERROR-TOTAL              PIC XXX    VALUE SPACE.      CM1014.2
020200         03 FILLER                   PIC X      VALUE SPACE.      CM1014.2
020300         03 ENDER-DESC               PIC X(44)  VALUE             CM1014.2
020400            "ERRORS ENCOUNTERED".                                 CM1014.2
020500 01  CCVS-E-3.                                                    CM1014.2
020600     02  FILLER                      PIC X(22)  VALUE             CM1014.2
020700            " FOR OFFICIAL USE ONLY".                             CM1014.2
020800     02  FILLER                      PIC X(12)  VALUE SPACE.      CM1014.2
020900     02  FILLER                      PIC X(58)  VALUE             CM1014.2
021000     "ON-SITE VALIDATION, NATIONAL INSTITUTE OF STD & TECH.     ".CM1014.2
021100     02  FILLER                      PIC X(13)  VALUE SPACE.      CM1014.2
021200     02 FILLER                       PIC X(15)  VALUE             CM1014.2
021300             " COPYRIGHT 1985".                                   CM1014.2
021400 01  CCVS-E-4.                                                    CM1014.2
021500     02 CCVS-E-4-1                   PIC XXX    VALUE SPACE.      CM1014.2
021600     02 FILLER                       PIC X(4)   VALUE " OF ".     CM1014.2
021700     02 CCVS-E-4-2                   PIC XXX    VALUE SPACE.      CM1014.2
021800     02 FILLER                       PIC X(40)  VALUE             CM1014.2
021900      "  TESTS WERE EXECUTED SUCCESSFULLY".                       CM1014.2
022000 01  XXINFO.                                                      CM1014.2
022100     02 FILLER                       PIC X(19)  VALUE             CM1014.2
022200            "*** INFORMATION ***".                                CM1014.2
022300     02 INFO-TEXT.                                                CM1014.2
022400       04 FILLER                     PIC X(8)   VALUE SPACE.      CM1014.2
022500       04 XXCOMPUTED                 PIC X(20).                   CM1014.2
022600       04 FILLER                     PIC X(5)   VALUE SPACE.      CM1014.2
022700       04 XXCORRECT                  PIC X(20).                   CM1014.2
022800     02 INF-ANSI-REFERENCE           PIC X(48).                   CM1014.2
022900 01  HYPHEN-LINE.                                                 CM1014.2
023000     02 FILLER  PIC IS X VALUE IS SPACE.                          CM1014.2
023100     02 FILLER  PIC IS X(65)    VALUE IS "************************CM1014.2
023200-    "*****************************************".                 CM1014.2
023300     02 FILLER  PIC IS X(54)    VALUE IS "************************CM1014.2
023400-    "******************************".                            CM1014.2
023500 01  CSV-HEADER-REC PICTURE X(200) VALUE                          CM1014.2
023600     "PGM-ID,FEATURE,FEATURE-CODE,PAR-NAME,                       CM1014.2
023700-    "P-OR-F,PASS,FAIL,DELETE,INSPECT".                           CM1014.2
023800 01  WS-SS-FILE-STATUS PICTURE XX VALUE SPACE.                    CM1014.2
023900 01  WS-NP-FILE-STATUS PIC XX VALUE SPACE.                        CM1014.2
024000 01  WS-FC-CNT PIC 9(3) VALUE ZERO.                               CM1014.2
024100 01  WS-BUILD-ID PIC X(16) VALUE SPACE.                           CM1014.2
024200 01  WS-RUN-DATE PIC 9(8) VALUE ZERO.                             CM1014.2
024300 01  WS-START-TIME PIC 9(8) VALUE ZERO.                           CM1014.2
024400 01  WS-END-TIME PIC 9(8) VALUE ZERO.                             CM1014.2
024500 01  WS-XCARD-FSTATUS PIC XX VALUE SPACE.                         CM1014.2
024600 01  WS-XCARD-EOF     PIC X  VALUE SPACE.                         CM1014.2
024700 01  WS-XCARD-CODE    PIC X(3).                                   CM1014.2
024800 01  WS-XCARD-VALUE   PIC X(8).                                   CM1014.2
024900     COPY     CCVSSED.                                            CM1014.2
025000 01  CCVS-PGM-ID                     PIC X(9)   VALUE             CM1014.2
025100     "CM101A".                                                    CM1014.2
025104 COMMUNICATION SECTION.                                           CM1014.2
025108 CD  CMQ-IN-CD FOR INPUT.                                         CM1014.2
025112 01  CMQ-IN-AREA.                                                 CM1014.2
025116     02  CMQ-IN-QUEUE      PIC X(12).                             CM1014.2
025120     02  CMQ-IN-SUBQ-1     PIC X(12).                             CM1014.2
025124     02  CMQ-IN-SUBQ-2     PIC X(12).                             CM1014.2
025128     02  CMQ-IN-SUBQ-3     PIC X(12).                             CM1014.2
025132     02  CMQ-IN-DATE       PIC 9(6).                              CM1014.2
025136     02  CMQ-IN-TIME       PIC 9(8).                              CM1014.2
025140     02  CMQ-IN-SOURCE     PIC X(12).                             CM1014.2
025144     02  CMQ-IN-LENGTH     PIC 9(4).                              CM1014.2
025148     02  CMQ-IN-END-KEY    PIC X.                                 CM1014.2
025152     02  CMQ-IN-STATUS     PIC XX.                                CM1014.2
025156     02  CMQ-IN-COUNT      PIC 9(6).                              CM1014.2
025160 CD  CMQ-OUT-CD FOR OUTPUT.                                       CM1014.2
025164 01  CMQ-OUT-AREA.                                                CM1014.2
025168     02  CMQ-OUT-DEST-COUNT PIC 9(4).                             CM1014.2
025172     02  CMQ-OUT-LENGTH    PIC 9(4).                              CM1014.2
025176     02  CMQ-OUT-STATUS    PIC XX.                                CM1014.2
025180     02  CMQ-OUT-ERROR-KEY PIC X.                                 CM1014.2
025184     02  CMQ-OUT-DEST      PIC X(12).                             CM1014.2
025200 PROCEDURE DIVISION.                                              CM1014.2
025300 CCVS1 SECTION.                                                   CM1014.2
025400 OPEN-FILES.                                                      CM1014.2
025400     CALL     "CCVSHBT" USING CCVS-PGM-ID                         CM1014.2
025400              BY CONTENT "OPEN ".                                 CM1014.2
025500     PERFORM  LOAD-X-CARD-PARMS.                                  CM1014.2
025600     OPEN     OUTPUT PRINT-FILE.                                  CM1014.2
025700     OPEN     EXTEND SUITE-SUMMARY-FILE.                          CM1014.2
025800     IF       WS-SS-FILE-STATUS = "35"                            CM1014.2
025900              OPEN OUTPUT SUITE-SUMMARY-FILE                      CM1014.2
026000     END-IF.                                                      CM1014.2
026100     OPEN     EXTEND NEGATIVE-PATH-FILE.                          CM1014.2
026200     IF       WS-NP-FILE-STATUS = "35"                            CM1014.2
026300              OPEN OUTPUT NEGATIVE-PATH-FILE                      CM1014.2
026400     END-IF.                                                      CM1014.2
026500     MOVE WHEN-COMPILED TO WS-BUILD-ID.                           CM1014.2
026600     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.                       CM1014.2
026700     ACCEPT WS-START-TIME FROM TIME.                              CM1014.2
026800     MOVE WS-BUILD-ID TO H4-BUILD-ID.                             CM1014.2
026900     MOVE WS-RUN-DATE TO H4-RUN-DATE.                             CM1014.2
027000     OPEN     OUTPUT CSV-RESULTS-FILE.                            CM1014.2
027100     WRITE    CSV-RESULTS-REC FROM CSV-HEADER-REC.                CM1014.2
027200     MOVE CCVS-PGM-ID TO TEST-ID. MOVE CCVS-PGM-ID TO ID-AGAIN.   CM1014.2
027300     MOVE    SPACE TO TEST-RESULTS.                               CM1014.2
027400     PERFORM  HEAD-ROUTINE THRU COLUMN-NAMES-ROUTINE.             CM1014.2
027500     GO TO CCVS1-EXIT.                                            CM1014.2
027600 CLOSE-FILES.                                                     CM1014.2
027600     CALL     "CCVSHBT" USING CCVS-PGM-ID                         CM1014.2
027600              BY CONTENT "CLOSE".                                 CM1014.2
027700     ACCEPT WS-END-TIME FROM TIME.                                CM1014.2
027800     PERFORM END-ROUTINE THRU END-ROUTINE-13. CLOSE PRINT-FILE.   CM1014.2
027900     CLOSE    SUITE-SUMMARY-FILE.                                 CM1014.2
028000     CLOSE    NEGATIVE-PATH-FILE.                                 CM1014.2
028100     CLOSE    CSV-RESULTS-FILE.                                   CM1014.2
028200 TERMINATE-CCVS.                                                  CM1014.2
028300*S   EXIT PROGRAM.                                                CM1014.2
028400*SERMINATE-CALL.                                                  CM1014.2
028500     EVALUATE TRUE                                                CM1014.2
028600         WHEN ERROR-COUNTER NOT EQUAL TO ZERO                     CM1014.2
028700             MOVE 16 TO RETURN-CODE                               CM1014.2
028800         WHEN DELETE-COUNTER NOT EQUAL TO ZERO                    CM1014.2
028900             MOVE 8 TO RETURN-CODE                                CM1014.2
029000         WHEN INSPECT-COUNTER NOT EQUAL TO ZERO                   CM1014.2
029100             MOVE 4 TO RETURN-CODE                                CM1014.2
029200         WHEN OTHER                                               CM1014.2
029300             MOVE 0 TO RETURN-CODE                                CM1014.2
029400     END-EVALUATE.                                                CM1014.2
029500     STOP     RUN.                                                CM1014.2
029600 EXTRACT-ANSI-CLAUSE-NUM.                                         CM1014.2
029700     MOVE     SPACES TO ANSI-CLAUSE-NUM.                          CM1014.2
029800     MOVE     1 TO WS-ANSI-IDX.                                   CM1014.2
029900     PERFORM  UNTIL WS-ANSI-IDX > 48                              CM1014.2
030000         OR ANSI-REFERENCE (WS-ANSI-IDX:1) = SPACE                CM1014.2
030100         OR ANSI-REFERENCE (WS-ANSI-IDX:1) = ";"                  CM1014.2
030200         ADD 1 TO WS-ANSI-IDX                                     CM1014.2
030300     END-PERFORM.                                                 CM1014.2
030400     SUBTRACT 1 FROM WS-ANSI-IDX GIVING WS-ANSI-LEN.              CM1014.2
030500     IF       WS-ANSI-LEN > 0                                     CM1014.2
030600              MOVE ANSI-REFERENCE (1:WS-ANSI-LEN)                 CM1014.2
030700                      TO ANSI-CLAUSE-NUM                          CM1014.2
030800     END-IF.                                                      CM1014.2
030900 LOAD-X-CARD-PARMS.                                               CM1014.2
031000     OPEN     INPUT XCARD-PARM-FILE.                              CM1014.2
031100     IF       WS-XCARD-FSTATUS NOT = "35"                         CM1014.2
031200              PERFORM READ-XCARD-PARM-LINE                        CM1014.2
031300              PERFORM APPLY-XCARD-PARM-LINE                       CM1014.2
031400                      UNTIL WS-XCARD-EOF = "Y"                    CM1014.2
031500              CLOSE XCARD-PARM-FILE                               CM1014.2
031600     END-IF.                                                      CM1014.2
031700     MOVE     SPACE TO DUMMY-RECORD.                              CM1014.2
031700     STRING   "RANDOM SEED: " DELIMITED BY SIZE                   CM1014.2
031700              WS-RANDOM-SEED DELIMITED BY SIZE                    CM1014.2
031700              INTO DUMMY-RECORD.                                  CM1014.2
031700     CALL     "CCVSLOG" USING CCVS-PGM-ID                         CM1014.2
031700              DUMMY-RECORD.                                       CM1014.2
031700     MOVE     SPACE TO DUMMY-RECORD.                              CM1014.2
031800 READ-XCARD-PARM-LINE.                                            CM1014.2
031900     READ     XCARD-PARM-FILE INTO XCARD-PARM-REC                 CM1014.2
032000              AT END MOVE "Y" TO WS-XCARD-EOF.                    CM1014.2
032100 APPLY-XCARD-PARM-LINE.                                           CM1014.2
032200     UNSTRING XCARD-PARM-REC DELIMITED BY "="                     CM1014.2
032300              INTO WS-XCARD-CODE WS-XCARD-VALUE.                  CM1014.2
032400     EVALUATE WS-XCARD-CODE                                       CM1014.2
032500     WHEN "095" MOVE WS-XCARD-VALUE(1:3)                          CM1014.2
032600         TO WS-PAGE-LINES-ALPHA                                   CM1014.2
032700 WHEN "999" MOVE WS-XCARD-VALUE TO WS-RANDOM-SEED                 CM1014.2
032800         WHEN OTHER CONTINUE                                      CM1014.2
032900     END-EVALUATE.                                                CM1014.2
033000     PERFORM  READ-XCARD-PARM-LINE.                               CM1014.2
033100 INSPT. MOVE "INSPT" TO P-OR-F. ADD 1 TO INSPECT-COUNTER.         CM1014.2
033200 PASS.  MOVE "PASS " TO P-OR-F.  ADD 1 TO PASS-COUNTER.           CM1014.2
033300 FAIL.  MOVE "FAIL*" TO P-OR-F.  ADD 1 TO ERROR-COUNTER.          CM1014.2
033400 DE-LETE.  MOVE "*****" TO P-OR-F.  ADD 1 TO DELETE-COUNTER.      CM1014.2
033500     MOVE "****TEST DELETED****" TO RE-MARK.                      CM1014.2
033600 PRINT-DETAIL.                                                    CM1014.2
033700     IF REC-CT NOT EQUAL TO ZERO                                  CM1014.2
033800             MOVE "." TO PARDOT-X                                 CM1014.2
033900             MOVE REC-CT TO DOTVALUE.                             CM1014.2
034000     MOVE     TEST-RESULTS TO PRINT-REC. PERFORM WRITE-LINE.      CM1014.2
034100     PERFORM WRITE-CSV-LINE.                                      CM1014.2
034200     IF P-OR-F EQUAL TO "FAIL*"  PERFORM WRITE-LINE               CM1014.2
034300        PERFORM FAIL-ROUTINE THRU FAIL-ROUTINE-EX                 CM1014.2
034400          ELSE PERFORM BAIL-OUT THRU BAIL-OUT-EX.                 CM1014.2
034500     MOVE SPACE TO P-OR-F. MOVE SPACE TO COMPUTED-X.              CM1014.2
034600     MOVE SPACE TO CORRECT-X.                                     CM1014.2
034700     IF     REC-CT EQUAL TO ZERO  MOVE SPACE TO PAR-NAME.         CM1014.2
034800     MOVE     SPACE TO RE-MARK.                                   CM1014.2
034900 HEAD-ROUTINE.                                                    CM1014.2
035000     MOVE CCVS-H-1  TO DUMMY-RECORD. PERFORM WRITE-LINE 2 TIMES.  CM1014.2
035100     MOVE CCVS-H-2A TO DUMMY-RECORD. PERFORM WRITE-LINE 2 TIMES.  CM1014.2
035200     MOVE CCVS-H-2B TO DUMMY-RECORD. PERFORM WRITE-LINE 3 TIMES.  CM1014.2
035300     MOVE CCVS-H-3  TO DUMMY-RECORD. PERFORM WRITE-LINE 3 TIMES.  CM1014.2
035400     MOVE CCVS-H-4 TO DUMMY-RECORD. PERFORM WRITE-LINE.           CM1014.2
035500 COLUMN-NAMES-ROUTINE.                                            CM1014.2
035600     MOVE CCVS-C-1 TO DUMMY-RECORD. PERFORM WRITE-LINE.           CM1014.2
035700     MOVE CCVS-C-2 TO DUMMY-RECORD. PERFORM WRITE-LINE 2 TIMES.   CM1014.2
035800     MOVE HYPHEN-LINE TO DUMMY-RECORD. PERFORM WRITE-LINE.        CM1014.2
035900 END-ROUTINE.                                                     CM1014.2
036000     MOVE HYPHEN-LINE TO DUMMY-RECORD. PERFORM WRITE-LINE 5 TIMES.CM1014.2
036100 END-RTN-EXIT.                                                    CM1014.2
036200     MOVE CCVS-E-1 TO DUMMY-RECORD. PERFORM WRITE-LINE 2 TIMES.   CM1014.2
036300 END-ROUTINE-1.                                                   CM1014.2
036400      ADD ERROR-COUNTER TO ERROR-HOLD ADD INSPECT-COUNTER TO      CM1014.2
036500      ERROR-HOLD. ADD DELETE-COUNTER TO ERROR-HOLD.               CM1014.2
036600      ADD PASS-COUNTER TO ERROR-HOLD.                             CM1014.2
036700     MOVE SPACE TO SUITE-SUMMARY-REC.                             CM1014.2
036800     STRING CCVS-PGM-ID     DELIMITED BY SPACE ","                CM1014.2
036900            WS-BUILD-ID      DELIMITED BY SIZE  ","               CM1014.2
037000            WS-RUN-DATE      DELIMITED BY SIZE  ","               CM1014.2
037100            WS-START-TIME    DELIMITED BY SIZE  ","               CM1014.2
037200            WS-END-TIME      DELIMITED BY SIZE  ","               CM1014.2
037300            PASS-COUNTER    DELIMITED BY SIZE  ","                CM1014.2
037400            ERROR-COUNTER   DELIMITED BY SIZE  ","                CM1014.2
037500            DELETE-COUNTER DELIMITED BY SIZE  ","                 CM1014.2
037600            INSPECT-COUNTER DELIMITED BY SIZE                     CM1014.2
037700            INTO SUITE-SUMMARY-REC.                               CM1014.2
037800     WRITE SUITE-SUMMARY-REC.                                     CM1014.2
037900*     IF PASS-COUNTER EQUAL TO ERROR-HOLD GO TO END-ROUTINE-12.   CM1014.2
038000      MOVE PASS-COUNTER TO CCVS-E-4-1.                            CM1014.2
038100      MOVE ERROR-HOLD TO CCVS-E-4-2.                              CM1014.2
038200      MOVE CCVS-E-4 TO CCVS-E-2-2.                                CM1014.2
038300      MOVE CCVS-E-2 TO DUMMY-RECORD PERFORM WRITE-LINE.           CM1014.2
038400  END-ROUTINE-12.                                                 CM1014.2
038500      MOVE "TEST(S) FAILED" TO ENDER-DESC.                        CM1014.2
038600     IF       ERROR-COUNTER IS EQUAL TO ZERO                      CM1014.2
038700         MOVE "NO " TO ERROR-TOTAL                                CM1014.2
038800         ELSE                                                     CM1014.2
038900         MOVE ERROR-COUNTER TO ERROR-TOTAL.                       CM1014.2
039000     MOVE     CCVS-E-2 TO DUMMY-RECORD.                           CM1014.2
039100     PERFORM WRITE-LINE.                                          CM1014.2
039200 END-ROUTINE-13.                                                  CM1014.2
039300     IF DELETE-COUNTER IS EQUAL TO ZERO                           CM1014.2
039400         MOVE "NO " TO ERROR-TOTAL  ELSE                          CM1014.2
039500         MOVE DELETE-COUNTER TO ERROR-TOTAL.                      CM1014.2
039600     MOVE "TEST(S) DELETED     " TO ENDER-DESC.                   CM1014.2
039700     MOVE CCVS-E-2 TO DUMMY-RECORD. PERFORM WRITE-LINE.           CM1014.2
039800      IF   INSPECT-COUNTER EQUAL TO ZERO                          CM1014.2
039900          MOVE "NO " TO ERROR-TOTAL                               CM1014.2
040000      ELSE MOVE INSPECT-COUNTER TO ERROR-TOTAL.                   CM1014.2
040100      MOVE "TEST(S) REQUIRE INSPECTION" TO ENDER-DESC.            CM1014.2
040200      MOVE CCVS-E-2 TO DUMMY-RECORD. PERFORM WRITE-LINE.          CM1014.2
040300     MOVE CCVS-E-3 TO DUMMY-RECORD. PERFORM WRITE-LINE.           CM1014.2
040400 WRITE-LINE.                                                      CM1014.2
040500     ADD 1 TO RECORD-COUNT.                                       CM1014.2
040600     IF RECORD-COUNT GREATER WS-PAGE-LINES                        CM1014.2
040700         MOVE DUMMY-RECORD TO DUMMY-HOLD                          CM1014.2
040800         MOVE SPACE TO DUMMY-RECORD                               CM1014.2
040900         WRITE DUMMY-RECORD AFTER ADVANCING 1 LINES               CM1014.2
041000         MOVE CCVS-H-1  TO DUMMY-RECORD PERFORM WRT-LN 2 TIMES    CM1014.2
041100         MOVE CCVS-H-2A TO DUMMY-RECORD PERFORM WRT-LN 2 TIMES    CM1014.2
041200         MOVE CCVS-H-2B TO DUMMY-RECORD PERFORM WRT-LN 3 TIMES    CM1014.2
041300         MOVE CCVS-H-3  TO DUMMY-RECORD PERFORM WRT-LN 3 TIMES    CM1014.2
041400         MOVE CCVS-H-4 TO DUMMY-RECORD PERFORM WRT-LN             CM1014.2
041500         MOVE CCVS-C-1  TO DUMMY-RECORD PERFORM WRT-LN            CM1014.2
041600         MOVE CCVS-C-2  TO DUMMY-RECORD PERFORM WRT-LN            CM1014.2
041700         MOVE HYPHEN-LINE TO DUMMY-RECORD PERFORM WRT-LN          CM1014.2
041800         MOVE DUMMY-HOLD TO DUMMY-RECORD                          CM1014.2
041900         MOVE ZERO TO RECORD-COUNT.                               CM1014.2
042000     PERFORM WRT-LN.                                              CM1014.2
042100 WRT-LN.                                                          CM1014.2
042200     WRITE    DUMMY-RECORD AFTER ADVANCING 1 LINES.               CM1014.2
042300     MOVE SPACE TO DUMMY-RECORD.                                  CM1014.2
042400 DERIVE-FEATURE-CODE.                                             CM1014.2
042500         MOVE SPACES TO FEATURE-CODE.                             CM1014.2
042600         MOVE ZERO TO WS-FC-CNT.                                  CM1014.2
042700         INSPECT FEATURE TALLYING WS-FC-CNT                       CM1014.2
042800             FOR ALL "UNSTRING".                                  CM1014.2
042900         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                CM1014.2
043000             MOVE "UNSTRING" TO FEATURE-CODE.                     CM1014.2
043100         MOVE ZERO TO WS-FC-CNT.                                  CM1014.2
043200         INSPECT FEATURE TALLYING WS-FC-CNT                       CM1014.2
043300             FOR ALL "REWRITE".                                   CM1014.2
043400         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                CM1014.2
043500             MOVE "REWRITE" TO FEATURE-CODE.                      CM1014.2
043600         MOVE ZERO TO WS-FC-CNT.                                  CM1014.2
043700         INSPECT FEATURE TALLYING WS-FC-CNT                       CM1014.2
043800             FOR ALL "SORT".                                      CM1014.2
043900         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                CM1014.2
044000             MOVE "SORT" TO FEATURE-CODE.                         CM1014.2
044100         MOVE ZERO TO WS-FC-CNT.                                  CM1014.2
044200         INSPECT FEATURE TALLYING WS-FC-CNT                       CM1014.2
044300             FOR ALL "MERGE".                                     CM1014.2
044400         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                CM1014.2
044500             MOVE "MERGE" TO FEATURE-CODE.                        CM1014.2
044600         MOVE ZERO TO WS-FC-CNT.                                  CM1014.2
044700         INSPECT FEATURE TALLYING WS-FC-CNT                       CM1014.2
044800             FOR ALL "WRITE".                                     CM1014.2
044900         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                CM1014.2
045000             MOVE "WRITE" TO FEATURE-CODE.                        CM1014.2
045100         MOVE ZERO TO WS-FC-CNT.                                  CM1014.2
045200         INSPECT FEATURE TALLYING WS-FC-CNT                       CM1014.2
045300             FOR ALL "DELETE".                                    CM1014.2
045400         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                CM1014.2
045500             MOVE "DELETE" TO FEATURE-CODE.                       CM1014.2
045600         MOVE ZERO TO WS-FC-CNT.                                  CM1014.2
045700         INSPECT FEATURE TALLYING WS-FC-CNT                       CM1014.2
045800             FOR ALL "READ".                                      CM1014.2
045900         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                CM1014.2
046000             MOVE "READ" TO FEATURE-CODE.                         CM1014.2
046100         MOVE ZERO TO WS-FC-CNT.                                  CM1014.2
046200         INSPECT FEATURE TALLYING WS-FC-CNT                       CM1014.2
046300             FOR ALL "OPEN".                                      CM1014.2
046400         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                CM1014.2
046500             MOVE "OPEN" TO FEATURE-CODE.                         CM1014.2
046600         MOVE ZERO TO WS-FC-CNT.                                  CM1014.2
046700         INSPECT FEATURE TALLYING WS-FC-CNT                       CM1014.2
046800             FOR ALL "CLOSE".                                     CM1014.2
046900         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                CM1014.2
047000             MOVE "CLOSE" TO FEATURE-CODE.                        CM1014.2
047100         MOVE ZERO TO WS-FC-CNT.                                  CM1014.2
047200         INSPECT FEATURE TALLYING WS-FC-CNT                       CM1014.2
047300             FOR ALL "START".                                     CM1014.2
047400         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                CM1014.2
047500             MOVE "START" TO FEATURE-CODE.                        CM1014.2
047600         MOVE ZERO TO WS-FC-CNT.                                  CM1014.2
047700         INSPECT FEATURE TALLYING WS-FC-CNT                       CM1014.2
047800             FOR ALL "CALL".                                      CM1014.2
047900         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                CM1014.2
048000             MOVE "CALL" TO FEATURE-CODE.                         CM1014.2
048100         MOVE ZERO TO WS-FC-CNT.                                  CM1014.2
048200         INSPECT FEATURE TALLYING WS-FC-CNT                       CM1014.2
048300             FOR ALL "STRING".                                    CM1014.2
048400         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                CM1014.2
048500             MOVE "STRING" TO FEATURE-CODE.                       CM1014.2
048600         MOVE ZERO TO WS-FC-CNT.                                  CM1014.2
048700         INSPECT FEATURE TALLYING WS-FC-CNT                       CM1014.2
048800             FOR ALL "INSPECT".                                   CM1014.2
048900         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                CM1014.2
049000             MOVE "INSPECT" TO FEATURE-CODE.                      CM1014.2
049100         MOVE ZERO TO WS-FC-CNT.                                  CM1014.2
049200         INSPECT FEATURE TALLYING WS-FC-CNT                       CM1014.2
049300             FOR ALL "COPY".                                      CM1014.2
049400         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                CM1014.2
049500             MOVE "COPY" TO FEATURE-CODE.                         CM1014.2
049600         MOVE ZERO TO WS-FC-CNT.                                  CM1014.2
049700         INSPECT FEATURE TALLYING WS-FC-CNT                       CM1014.2
049800             FOR ALL "SEG".                                       CM1014.2
049900         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                CM1014.2
050000             MOVE "SEGMENT" TO FEATURE-CODE.                      CM1014.2
050100         MOVE ZERO TO WS-FC-CNT.                                  CM1014.2
050200         INSPECT FEATURE TALLYING WS-FC-CNT                       CM1014.2
050300             FOR ALL "KEY".                                       CM1014.2
050400         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                CM1014.2
050500             MOVE "KEY" TO FEATURE-CODE.                          CM1014.2
050600         MOVE ZERO TO WS-FC-CNT.                                  CM1014.2
050700         INSPECT FEATURE TALLYING WS-FC-CNT                       CM1014.2
050800             FOR ALL "COMPARE".                                   CM1014.2
050900         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                CM1014.2
051000             MOVE "COMPARE" TO FEATURE-CODE.                      CM1014.2
051100         MOVE ZERO TO WS-FC-CNT.                                  CM1014.2
051200         INSPECT FEATURE TALLYING WS-FC-CNT                       CM1014.2
051300             FOR ALL "CONDITION".                                 CM1014.2
051400         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                CM1014.2
051500             MOVE "COND" TO FEATURE-CODE.                         CM1014.2
051600         IF FEATURE-CODE = SPACE                                  CM1014.2
051700             MOVE "OTHER" TO FEATURE-CODE.                        CM1014.2
051800 WRITE-NEGATIVE-PATH-LINE.                                        CM1014.2
051900     MOVE SPACE TO NEGATIVE-PATH-REC.                             CM1014.2
052000     STRING CCVS-PGM-ID     DELIMITED BY SPACE ","                CM1014.2
052100            FEATURE         DELIMITED BY SIZE  ","                CM1014.2
052200            FEATURE-CODE    DELIMITED BY SPACE ","                CM1014.2
052300            PAR-NAME        DELIMITED BY SIZE  ","                CM1014.2
052400            P-OR-F          DELIMITED BY SPACE                    CM1014.2
052500            INTO NEGATIVE-PATH-REC.                               CM1014.2
052600     WRITE NEGATIVE-PATH-REC.                                     CM1014.2
052700 WRITE-CSV-LINE.                                                  CM1014.2
052800     PERFORM DERIVE-FEATURE-CODE.                                 CM1014.2
052900     MOVE SPACE TO CSV-RESULTS-REC.                               CM1014.2
053000     STRING CCVS-PGM-ID     DELIMITED BY SPACE ","                CM1014.2
053100            FEATURE         DELIMITED BY SIZE  ","                CM1014.2
053200            FEATURE-CODE    DELIMITED BY SPACE ","                CM1014.2
053300            PAR-NAME        DELIMITED BY SIZE  ","                CM1014.2
053400            P-OR-F          DELIMITED BY SPACE ","                CM1014.2
053500            PASS-COUNTER    DELIMITED BY SIZE  ","                CM1014.2
053600            ERROR-COUNTER   DELIMITED BY SIZE  ","                CM1014.2
053700            DELETE-COUNTER DELIMITED BY SIZE  ","                 CM1014.2
053800            INSPECT-COUNTER DELIMITED BY SIZE                     CM1014.2
053900            INTO CSV-RESULTS-REC.                                 CM1014.2
054000     WRITE CSV-RESULTS-REC.                                       CM1014.2
054100     IF P-OR-F = "*****" OR P-OR-F = "INSPT"                      CM1014.2
054200         PERFORM WRITE-NEGATIVE-PATH-LINE.                        CM1014.2
054300 BLANK-LINE-PRINT.                                                CM1014.2
054400     PERFORM WRT-LN.                                              CM1014.2
054500 FAIL-ROUTINE.                                                    CM1014.2
054600     PERFORM  EXTRACT-ANSI-CLAUSE-NUM.                            CM1014.2
054700     IF     COMPUTED-X NOT EQUAL TO SPACE                         CM1014.2
054800            GO TO   FAIL-ROUTINE-WRITE.                           CM1014.2
054900     IF     CORRECT-X NOT EQUAL TO SPACE GO TO FAIL-ROUTINE-WRITE.CM1014.2
055000     MOVE   ANSI-REFERENCE TO INF-ANSI-REFERENCE.                 CM1014.2
055100     MOVE  "NO FURTHER INFORMATION, SEE PROGRAM." TO INFO-TEXT.   CM1014.2
055200     MOVE   XXINFO TO DUMMY-RECORD. PERFORM WRITE-LINE 2 TIMES.   CM1014.2
055300     MOVE   SPACES TO INF-ANSI-REFERENCE.                         CM1014.2
055400     GO TO  FAIL-ROUTINE-EX.                                      CM1014.2
055500 FAIL-ROUTINE-WRITE.                                              CM1014.2
055600     MOVE   TEST-COMPUTED TO PRINT-REC PERFORM WRITE-LINE         CM1014.2
055700     MOVE   ANSI-REFERENCE TO COR-ANSI-REFERENCE.                 CM1014.2
055800     MOVE   TEST-CORRECT TO PRINT-REC PERFORM WRITE-LINE 2 TIMES. CM1014.2
055900     MOVE   SPACES TO COR-ANSI-REFERENCE.                         CM1014.2
056000 FAIL-ROUTINE-EX. EXIT.                                           CM1014.2
056100 BAIL-OUT.                                                        CM1014.2
056200     IF     COMPUTED-A NOT EQUAL TO SPACE GO TO BAIL-OUT-WRITE.   CM1014.2
056300     IF     CORRECT-A EQUAL TO SPACE GO TO BAIL-OUT-EX.           CM1014.2
056400 BAIL-OUT-WRITE.                                                  CM1014.2
056500     MOVE CORRECT-A TO XXCORRECT. MOVE COMPUTED-A TO XXCOMPUTED.  CM1014.2
056600     MOVE   ANSI-REFERENCE TO INF-ANSI-REFERENCE.                 CM1014.2
056700     MOVE   XXINFO TO DUMMY-RECORD. PERFORM WRITE-LINE 2 TIMES.   CM1014.2
056800     MOVE   SPACES TO INF-ANSI-REFERENCE.                         CM1014.2
056900 BAIL-OUT-EX. EXIT.                                               CM1014.2
057000 CCVS1-EXIT.                                                      CM1014.2
057100     EXIT.                                                        CM1014.2
057200 SECT-CM101A-001 SECTION.                                         CM1014.2
057300 CMQ-INIT-101.                                                    CM1014.2
057400*    LOAD THE EMULATED INPUT QUEUE AND EMPTY THE DESTINATION.     CM1014.2
057500     OPEN     OUTPUT CMQ-QUEUE-FILE.                              CM1014.2
057600     PERFORM  CMQ-LOAD-ONE VARYING CMQ-I FROM 1 BY 1              CM1014.2
057700              UNTIL CMQ-I > 3.                                    CM1014.2
057800     CLOSE    CMQ-QUEUE-FILE.                                     CM1014.2
057900     OPEN     OUTPUT CMQ-DEST-FILE.                               CM1014.2
058000     CLOSE    CMQ-DEST-FILE.                                      CM1014.2
058100     MOVE     SPACE TO CMQ-IN-AREA.                               CM1014.2
058200     MOVE     "XXXXX079" TO CMQ-IN-QUEUE.                         CM1014.2
058300     MOVE     "**" TO CMQ-IN-STATUS.                              CM1014.2
058400     MOVE     "ENABLE INPUT" TO FEATURE.                          CM1014.2
058500     MOVE     "XIV-27 4.4 ENABLE" TO ANSI-REFERENCE.              CM1014.2
058600 CMQ-TEST-101-1.                                                  CM1014.2
058700     MOVE     "CMQ-TEST-101-1" TO PAR-NAME.                       CM1014.2
058800     ENABLE   INPUT CMQ-IN-CD WITH KEY CMQ-KEY.                   CM1014.2
058900     IF       CMQ-IN-STATUS = "**"                                CM1014.2
059000              MOVE "N" TO CMQ-MCS-SW                              CM1014.2
059100              PERFORM CMQ-DELETE                                  CM1014.2
059200              GO TO CMQ-WRITE-101-1.                              CM1014.2
059300     IF       CMQ-IN-STATUS = "00"                                CM1014.2
059400              PERFORM PASS                                        CM1014.2
059500              GO TO CMQ-WRITE-101-1.                              CM1014.2
059600     MOVE     CMQ-IN-STATUS TO COMPUTED-A.                        CM1014.2
059700     MOVE     "00" TO CORRECT-A.                                  CM1014.2
059800     MOVE     "WRONG STATUS KEY FROM ENABLE INPUT" TO RE-MARK.    CM1014.2
059900     PERFORM  FAIL.                                               CM1014.2
060000 CMQ-WRITE-101-1.                                                 CM1014.2
060100     PERFORM  PRINT-DETAIL.                                       CM1014.2
060200 CMQ-INIT-101-2.                                                  CM1014.2
060300     MOVE     "ACCEPT MESSAGE COUNT" TO FEATURE.                  CM1014.2
060400     MOVE     "XIV-22 4.2 ACCEPT MSG" TO ANSI-REFERENCE.          CM1014.2
060500 CMQ-TEST-101-2.                                                  CM1014.2
060600     MOVE     "CMQ-TEST-101-2" TO PAR-NAME.                       CM1014.2
060700     IF       CMQ-NO-MCS                                          CM1014.2
060800              PERFORM CMQ-DELETE                                  CM1014.2
060900              GO TO CMQ-WRITE-101-2.                              CM1014.2
061000     MOVE     "**" TO CMQ-IN-STATUS.                              CM1014.2
061100     ACCEPT   CMQ-IN-CD MESSAGE COUNT.                            CM1014.2
061200     IF       CMQ-IN-COUNT = 3                                    CM1014.2
061300              AND CMQ-IN-STATUS = "00"                            CM1014.2
061400              PERFORM PASS                                        CM1014.2
061500              GO TO CMQ-WRITE-101-2.                              CM1014.2
061600     MOVE     CMQ-IN-COUNT TO COMPUTED-18V0.                      CM1014.2
061700     MOVE     3 TO CORRECT-18V0.                                  CM1014.2
061800     MOVE     "MESSAGE COUNT OF EMULATED QUEUE WRONG" TO RE-MARK. CM1014.2
061900     PERFORM  FAIL.                                               CM1014.2
062000 CMQ-WRITE-101-2.                                                 CM1014.2
062100     PERFORM  PRINT-DETAIL.                                       CM1014.2
062200 CMQ-INIT-101-3.                                                  CM1014.2
062300     MOVE     "RECEIVE MESSAGE" TO FEATURE.                       CM1014.2
062400     MOVE     "XIV-31 4.6 RECEIVE" TO ANSI-REFERENCE.             CM1014.2
062500 CMQ-TEST-101-3.                                                  CM1014.2
062600*    THE FIRST MESSAGE, ITS LENGTH, AND AN END KEY OF EMI (2)     CM1014.2
062700*    OR EGI (3).                                                  CM1014.2
062800     MOVE     "CMQ-TEST-101-3" TO PAR-NAME.                       CM1014.2
062900     IF       CMQ-NO-MCS                                          CM1014.2
063000              PERFORM CMQ-DELETE                                  CM1014.2
063100              GO TO CMQ-WRITE-101-3.                              CM1014.2
063200     MOVE     "**" TO CMQ-IN-STATUS.                              CM1014.2
063300     MOVE     SPACE TO CMQ-MESSAGE.                               CM1014.2
063400     RECEIVE  CMQ-IN-CD MESSAGE INTO CMQ-MESSAGE                  CM1014.2
063500              NO DATA MOVE "Y" TO CMQ-NO-DATA-SW.                 CM1014.2
063600     IF       CMQ-MESSAGE = CMQ-QUEUE-TEXT (1)                    CM1014.2
063700              AND CMQ-IN-LENGTH = 40                              CM1014.2
063800              AND (CMQ-IN-END-KEY = "2" OR "3")                   CM1014.2
063900              AND CMQ-IN-STATUS = "00"                            CM1014.2
064000              PERFORM PASS                                        CM1014.2
064100              GO TO CMQ-WRITE-101-3.                              CM1014.2
064200     MOVE     CMQ-MESSAGE TO COMPUTED-A.                          CM1014.2
064300     MOVE     CMQ-QUEUE-TEXT (1) TO CORRECT-A.                    CM1014.2
064400     MOVE     "FIRST MESSAGE NOT RECEIVED INTACT" TO RE-MARK.     CM1014.2
064500     PERFORM  FAIL.                                               CM1014.2
064600 CMQ-WRITE-101-3.                                                 CM1014.2
064700     PERFORM  PRINT-DETAIL.                                       CM1014.2
064800 CMQ-TEST-101-4.                                                  CM1014.2
064900*    THE OTHER TWO FOLLOW IN ORDER AND THE COUNT FALLS TO ZERO.   CM1014.2
065000     MOVE     "CMQ-TEST-101-4" TO PAR-NAME.                       CM1014.2
065100     IF       CMQ-NO-MCS                                          CM1014.2
065200              PERFORM CMQ-DELETE                                  CM1014.2
065300              GO TO CMQ-WRITE-101-4.                              CM1014.2
065400     MOVE     ZERO TO CMQ-BAD-CNT.                                CM1014.2
065500     PERFORM  CMQ-RECEIVE-ONE VARYING CMQ-I FROM 2 BY 1           CM1014.2
065600              UNTIL CMQ-I > 3.                                    CM1014.2
065700     MOVE     999999 TO CMQ-IN-COUNT.                             CM1014.2
065800     ACCEPT   CMQ-IN-CD MESSAGE COUNT.                            CM1014.2
065900     MOVE     CMQ-IN-COUNT TO CMQ-SAVE-COUNT.                     CM1014.2
066000     IF       CMQ-BAD-CNT = ZERO                                  CM1014.2
066100              AND CMQ-SAVE-COUNT = ZERO                           CM1014.2
066200              PERFORM PASS                                        CM1014.2
066300              GO TO CMQ-WRITE-101-4.                              CM1014.2
066400     MOVE     CMQ-BAD-CNT TO COMPUTED-18V0.                       CM1014.2
066500     MOVE     ZERO TO CORRECT-18V0.                               CM1014.2
066600     MOVE     "QUEUE NOT DRAINED IN ORDER" TO RE-MARK.            CM1014.2
066700     PERFORM  FAIL.                                               CM1014.2
066800 CMQ-WRITE-101-4.                                                 CM1014.2
066900     PERFORM  PRINT-DETAIL.                                       CM1014.2
067000 CMQ-TEST-101-5.                                                  CM1014.2
067100*    WITH THE QUEUE EMPTY THE NO DATA PHRASE IS TAKEN.            CM1014.2
067200     MOVE     "CMQ-TEST-101-5" TO PAR-NAME.                       CM1014.2
067300     IF       CMQ-NO-MCS                                          CM1014.2
067400              PERFORM CMQ-DELETE                                  CM1014.2
067500              GO TO CMQ-WRITE-101-5.                              CM1014.2
067600     MOVE     "N" TO CMQ-NO-DATA-SW.                              CM1014.2
067700     RECEIVE  CMQ-IN-CD MESSAGE INTO CMQ-MESSAGE                  CM1014.2
067800              NO DATA MOVE "Y" TO CMQ-NO-DATA-SW.                 CM1014.2
067900     IF       CMQ-NO-DATA-SW = "Y"                                CM1014.2
068000              PERFORM PASS                                        CM1014.2
068100              GO TO CMQ-WRITE-101-5.                              CM1014.2
068200     MOVE     CMQ-MESSAGE TO COMPUTED-A.                          CM1014.2
068300     MOVE     "NO DATA" TO CORRECT-A.                             CM1014.2
068400     MOVE     "NO DATA NOT TAKEN ON AN EMPTY QUEUE" TO RE-MARK.   CM1014.2
068500     PERFORM  FAIL.                                               CM1014.2
068600 CMQ-WRITE-101-5.                                                 CM1014.2
068700     PERFORM  PRINT-DETAIL.                                       CM1014.2
068800 CMQ-INIT-101-6.                                                  CM1014.2
068900     MOVE     "ENABLE OUTPUT" TO FEATURE.                         CM1014.2
069000     MOVE     "XIV-27 4.4 ENABLE" TO ANSI-REFERENCE.              CM1014.2
069100 CMQ-TEST-101-6.                                                  CM1014.2
069200     MOVE     "CMQ-TEST-101-6" TO PAR-NAME.                       CM1014.2
069300     IF       CMQ-NO-MCS                                          CM1014.2
069400              PERFORM CMQ-DELETE                                  CM1014.2
069500              GO TO CMQ-WRITE-101-6.                              CM1014.2
069600     MOVE     SPACE TO CMQ-OUT-AREA.                              CM1014.2
069700     MOVE     1 TO CMQ-OUT-DEST-COUNT.                            CM1014.2
069800     MOVE     "XXXXX080" TO CMQ-OUT-DEST.                         CM1014.2
069900     MOVE     "**" TO CMQ-OUT-STATUS.                             CM1014.2
070000     ENABLE   OUTPUT CMQ-OUT-CD WITH KEY CMQ-KEY.                 CM1014.2
070100     IF       CMQ-OUT-STATUS = "00"                               CM1014.2
070200              PERFORM PASS                                        CM1014.2
070300              GO TO CMQ-WRITE-101-6.                              CM1014.2
070400     MOVE     CMQ-OUT-STATUS TO COMPUTED-A.                       CM1014.2
070500     MOVE     "00" TO CORRECT-A.                                  CM1014.2
070600     MOVE     "WRONG STATUS KEY FROM ENABLE OUTPUT" TO RE-MARK.   CM1014.2
070700     PERFORM  FAIL.                                               CM1014.2
070800 CMQ-WRITE-101-6.                                                 CM1014.2
070900     PERFORM  PRINT-DETAIL.                                       CM1014.2
071000 CMQ-INIT-101-7.                                                  CM1014.2
071100     MOVE     "SEND WITH EMI" TO FEATURE.                         CM1014.2
071200     MOVE     "XIV-35 4.7 SEND" TO ANSI-REFERENCE.                CM1014.2
071300 CMQ-TEST-101-7.                                                  CM1014.2
071400     MOVE     "CMQ-TEST-101-7" TO PAR-NAME.                       CM1014.2
071500     IF       CMQ-NO-MCS                                          CM1014.2
071600              PERFORM CMQ-DELETE                                  CM1014.2
071700              GO TO CMQ-WRITE-101-7.                              CM1014.2
071800     MOVE     40 TO CMQ-OUT-LENGTH.                               CM1014.2
071900     MOVE     "**" TO CMQ-OUT-STATUS.                             CM1014.2
072000     SEND     CMQ-OUT-CD FROM CMQ-REPLY-TEXT (1) WITH EMI.        CM1014.2
072100     MOVE     CMQ-OUT-STATUS TO CMQ-REPLY-SK-1.                   CM1014.2
072200     MOVE     "**" TO CMQ-OUT-STATUS.                             CM1014.2
072300     SEND     CMQ-OUT-CD FROM CMQ-REPLY-TEXT (2) WITH EMI.        CM1014.2
072400     MOVE     CMQ-OUT-STATUS TO CMQ-REPLY-SK-2.                   CM1014.2
072500     IF       CMQ-REPLY-SK-1 = "00"                               CM1014.2
072600              AND CMQ-REPLY-SK-2 = "00"                           CM1014.2
072700              AND CMQ-OUT-ERROR-KEY = "0"                         CM1014.2
072800              PERFORM PASS                                        CM1014.2
072900              GO TO CMQ-WRITE-101-7.                              CM1014.2
073000     MOVE     CMQ-REPLY-SK-1 TO COMPUTED-A.                       CM1014.2
073100     MOVE     "00" TO CORRECT-A.                                  CM1014.2
073200     MOVE     "WRONG STATUS KEY FROM SEND" TO RE-MARK.            CM1014.2
073300     PERFORM  FAIL.                                               CM1014.2
073400 CMQ-WRITE-101-7.                                                 CM1014.2
073500     PERFORM  PRINT-DETAIL.                                       CM1014.2
073600 CMQ-TEST-101-8.                                                  CM1014.2
073700*    A DESTINATION COUNT OF ZERO IS REFUSED WITH STATUS 30        CM1014.2
073800*    AND NOTHING IS SENT.                                         CM1014.2
073900     MOVE     "CMQ-TEST-101-8" TO PAR-NAME.                       CM1014.2
074000     IF       CMQ-NO-MCS                                          CM1014.2
074100              PERFORM CMQ-DELETE                                  CM1014.2
074200              GO TO CMQ-WRITE-101-8.                              CM1014.2
074300     MOVE     ZERO TO CMQ-OUT-DEST-COUNT.                         CM1014.2
074400     MOVE     "**" TO CMQ-OUT-STATUS.                             CM1014.2
074500     SEND     CMQ-OUT-CD FROM CMQ-REPLY-TEXT (1) WITH EMI.        CM1014.2
074600     MOVE     1 TO CMQ-OUT-DEST-COUNT.                            CM1014.2
074700     IF       CMQ-OUT-STATUS = "30"                               CM1014.2
074800              PERFORM PASS                                        CM1014.2
074900              GO TO CMQ-WRITE-101-8.                              CM1014.2
075000     MOVE     CMQ-OUT-STATUS TO COMPUTED-A.                       CM1014.2
075100     MOVE     "30" TO CORRECT-A.                                  CM1014.2
075200     MOVE     "DESTINATION COUNT ZERO NOT REFUSED" TO RE-MARK.    CM1014.2
075300     PERFORM  FAIL.                                               CM1014.2
075400 CMQ-WRITE-101-8.                                                 CM1014.2
075500     PERFORM  PRINT-DETAIL.                                       CM1014.2
075600 CMQ-INIT-101-9.                                                  CM1014.2
075700     MOVE     "DISABLE" TO FEATURE.                               CM1014.2
075800     MOVE     "XIV-24 4.3 DISABLE" TO ANSI-REFERENCE.             CM1014.2
075900 CMQ-TEST-101-9.                                                  CM1014.2
076000     MOVE     "CMQ-TEST-101-9" TO PAR-NAME.                       CM1014.2
076100     IF       CMQ-NO-MCS                                          CM1014.2
076200              PERFORM CMQ-DELETE                                  CM1014.2
076300              GO TO CMQ-WRITE-101-9.                              CM1014.2
076400     MOVE     "**" TO CMQ-OUT-STATUS.                             CM1014.2
076500     DISABLE  OUTPUT CMQ-OUT-CD WITH KEY CMQ-KEY.                 CM1014.2
076600     MOVE     CMQ-OUT-STATUS TO CMQ-DISABLE-OUT-SK.               CM1014.2
076700     MOVE     "**" TO CMQ-IN-STATUS.                              CM1014.2
076800     DISABLE  INPUT CMQ-IN-CD WITH KEY CMQ-KEY.                   CM1014.2
076900     MOVE     CMQ-IN-STATUS TO CMQ-DISABLE-IN-SK.                 CM1014.2
077000     IF       CMQ-DISABLE-OUT-SK = "00"                           CM1014.2
077100              AND CMQ-DISABLE-IN-SK = "00"                        CM1014.2
077200              PERFORM PASS                                        CM1014.2
077300              GO TO CMQ-WRITE-101-9.                              CM1014.2
077400     MOVE     CMQ-DISABLE-OUT-SK TO COMPUTED-A.                   CM1014.2
077500     MOVE     "00" TO CORRECT-A.                                  CM1014.2
077600     MOVE     "WRONG STATUS KEY FROM DISABLE" TO RE-MARK.         CM1014.2
077700     PERFORM  FAIL.                                               CM1014.2
077800 CMQ-WRITE-101-9.                                                 CM1014.2
077900     PERFORM  PRINT-DETAIL.                                       CM1014.2
078000 CMQ-INIT-101-10.                                                 CM1014.2
078100     MOVE     "SEND DELIVERY" TO FEATURE.                         CM1014.2
078200     MOVE     "XIV-35 4.7 SEND" TO ANSI-REFERENCE.                CM1014.2
078300 CMQ-TEST-101-10.                                                 CM1014.2
078400*    THE EMULATED DESTINATION HOLDS THE TWO REPLIES, IN ORDER,    CM1014.2
078500*    AND NOT THE ONE REFUSED IN CMQ-TEST-101-8.                   CM1014.2
078600     MOVE     "CMQ-TEST-101-10" TO PAR-NAME.                      CM1014.2
078700     IF       CMQ-NO-MCS                                          CM1014.2
078800              PERFORM CMQ-DELETE                                  CM1014.2
078900              GO TO CMQ-WRITE-101-10.                             CM1014.2
079000     MOVE     ZERO TO CMQ-BAD-CNT CMQ-DEST-CNT.                   CM1014.2
079100     MOVE     "N" TO CMQ-DF-EOF.                                  CM1014.2
079200     OPEN     INPUT CMQ-DEST-FILE.                                CM1014.2
079300     PERFORM  CMQ-CHECK-ONE UNTIL CMQ-DF-EOF = "Y".               CM1014.2
079400     CLOSE    CMQ-DEST-FILE.                                      CM1014.2
079500     IF       CMQ-DEST-CNT = 2                                    CM1014.2
079600              AND CMQ-BAD-CNT = ZERO                              CM1014.2
079700              PERFORM PASS                                        CM1014.2
079800              GO TO CMQ-WRITE-101-10.                             CM1014.2
079900     MOVE     CMQ-DEST-CNT TO COMPUTED-18V0.                      CM1014.2
080000     MOVE     2 TO CORRECT-18V0.                                  CM1014.2
080100     MOVE     "DESTINATION DID NOT RECEIVE THE REPLIES"           CM1014.2
080200              TO RE-MARK.                                         CM1014.2
080300     PERFORM  FAIL.                                               CM1014.2
080400 CMQ-WRITE-101-10.                                                CM1014.2
080500     PERFORM  PRINT-DETAIL.                                       CM1014.2
080600     GO       TO CCVS-999999.                                     CM1014.2
080700 CMQ-DELETE.                                                      CM1014.2
080800     PERFORM  DE-LETE.                                            CM1014.2
080900     MOVE     "NO MESSAGE CONTROL SYSTEM AT RUN TIME" TO RE-MARK. CM1014.2
081000 CMQ-LOAD-ONE.                                                    CM1014.2
081100     MOVE     CMQ-QUEUE-TEXT (CMQ-I) TO CMQ-QUEUE-REC.            CM1014.2
081200     WRITE    CMQ-QUEUE-REC.                                      CM1014.2
081300 CMQ-RECEIVE-ONE.                                                 CM1014.2
081400     MOVE     SPACE TO CMQ-MESSAGE.                               CM1014.2
081500     MOVE     "N" TO CMQ-NO-DATA-SW.                              CM1014.2
081600     RECEIVE  CMQ-IN-CD MESSAGE INTO CMQ-MESSAGE                  CM1014.2
081700              NO DATA MOVE "Y" TO CMQ-NO-DATA-SW.                 CM1014.2
081800     IF       CMQ-NO-DATA-SW = "Y"                                CM1014.2
081900              OR CMQ-MESSAGE NOT = CMQ-QUEUE-TEXT (CMQ-I)         CM1014.2
082000              ADD 1 TO CMQ-BAD-CNT.                               CM1014.2
082100 CMQ-CHECK-ONE.                                                   CM1014.2
082200     READ     CMQ-DEST-FILE                                       CM1014.2
082300              AT END MOVE "Y" TO CMQ-DF-EOF.                      CM1014.2
082400     IF       CMQ-DF-EOF = "N"                                    CM1014.2
082500              ADD 1 TO CMQ-DEST-CNT                               CM1014.2
082600              PERFORM CMQ-CHECK-TEXT.                             CM1014.2
082700 CMQ-CHECK-TEXT.                                                  CM1014.2
082800     IF       CMQ-DEST-CNT GREATER THAN 2                         CM1014.2
082900              ADD 1 TO CMQ-BAD-CNT                                CM1014.2
083000     ELSE                                                         CM1014.2
083100              IF CMQ-DEST-REC NOT = CMQ-REPLY-TEXT (CMQ-DEST-CNT) CM1014.2
083200                 ADD 1 TO CMQ-BAD-CNT.                            CM1014.2
083300 CCVS-EXIT SECTION.                                               CM1014.2
083400 CCVS-999999.                                                     CM1014.2
083500     GO TO CLOSE-FILES.                                           CM1014.2
