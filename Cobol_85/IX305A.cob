000100 IDENTIFICATION DIVISION.                                         IX3054.2
000200 PROGRAM-ID.                                                      IX3054.2
000300     IX305A.                                                      IX3054.2
000400****************************************************************  IX3054.2
000500*                                                              *  IX3054.2
000600*    VALIDATION FOR:-                                          *  IX3054.2
000700*                                                              *  IX3054.2
000800*    "ON-SITE VALIDATION, NATIONAL INSTITUTE OF STD & TECH.     ".IX3054.2
000900*                                                              *  IX3054.2
001000*    "COBOL 85 VERSION 4.2, Apr  1993 SSVG                      ".IX3054.2
001100*                                                              *  IX3054.2
001200****************************************************************  IX3054.2
001300*                                                              *  IX3054.2
001400*      X-CARDS USED BY THIS PROGRAM ARE :-                     *  IX3054.2
001500*                                                              *  IX3054.2
001600*        X-55  - SYSTEM PRINTER NAME.                          *  IX3054.2
001700*        X-82  - SOURCE COMPUTER NAME.                         *  IX3054.2
001800*        X-83  - OBJECT COMPUTER NAME.                         *  IX3054.2
001900*                                                              *  IX3054.2
002000****************************************************************  IX3054.2
002100*                                                              *  IX3054.2
002200*    IX305A CHANGES THE LENGTH OF RECORDS IN A VARIABLE-       *  IX3054.2
002300*    LENGTH INDEXED FILE BY REWRITE.  THE BED XXXXX085 IS      *  IX3054.2
002400*    DECLARED RECORD IS VARYING IN SIZE FROM 20 TO 80          *  IX3054.2
002500*    CHARACTERS DEPENDING ON IXV-LEN AND BUILT WITH TEN        *  IX3054.2
002600*    RECORDS OF 20, 25, ... 65 CHARACTERS.  RECORDS ARE        *  IX3054.2
002700*    THEN REWRITTEN LONGER, SHORTER AND AT THE SAME LENGTH     *  IX3054.2
002800*    (STATUS 00) AND ABOVE THE MAXIMUM AND BELOW THE           *  IX3054.2
002900*    MINIMUM (STATUS 44, RECORD UNCHANGED); EACH IS RE-READ    *  IX3054.2
003000*    AND ITS LENGTH AND IMAGE ASSERTED.                        *  IX3054.2
003100*                                                              *  IX3054.2
003200*    EVERY REWRITE IS JOURNALED THROUGH CCVSUPJ WITH THE       *  IX3054.2
003300*    IMAGE READ BEFORE IT AND THE IMAGE RE-READ AFTER IT       *  IX3054.2
003400*    SO A DISCREPANCY CAN BE WORKED FROM THE IMAGES.           *  IX3054.2
003500*                                                              *  IX3054.2
003700****************************************************************  IX3054.2
003800 ENVIRONMENT DIVISION.                                            IX3054.2
003900 CONFIGURATION SECTION.                                           IX3054.2
004000 SOURCE-COMPUTER.                                                 IX3054.2
004100     COPY CCVSTRG.                                                IX3054.2
004200 OBJECT-COMPUTER.                                                 IX3054.2
004300     COPY CCVSTRG.                                                IX3054.2
004400 INPUT-OUTPUT SECTION.                                            IX3054.2
004500 FILE-CONTROL.                                                    IX3054.2
004600     SELECT PRINT-FILE ASSIGN TO                                  IX3054.2
004700     "report.log".                                                IX3054.2
004800     SELECT   CSV-RESULTS-FILE ASSIGN TO                          IX3054.2
004900     "results.csv".                                               IX3054.2
005000     SELECT   SUITE-SUMMARY-FILE ASSIGN TO                        IX3054.2
005100     "suite_summary.csv"                                          IX3054.2
005200     FILE STATUS IS WS-SS-FILE-STATUS.                            IX3054.2
005300     SELECT   NEGATIVE-PATH-FILE ASSIGN TO                        IX3054.2
005400     "negative_path.csv"                                          IX3054.2
005500     FILE STATUS IS WS-NP-FILE-STATUS.                            IX3054.2
005600     SELECT   XCARD-PARM-FILE ASSIGN TO                           IX3054.2
005700     "xcard.dat"                                                  IX3054.2
005800     ORGANIZATION LINE SEQUENTIAL                                 IX3054.2
005900     FILE STATUS IS WS-XCARD-FSTATUS.                             IX3054.2
005914     SELECT   IXV-FILE ASSIGN TO                                  IX3054.2
005928     "XXXXX085"                                                   IX3054.2
005942     ORGANIZATION IS INDEXED                                      IX3054.2
005956     ACCESS MODE IS DYNAMIC                                       IX3054.2
005970     RECORD KEY IS IXV-REC-KEY                                    IX3054.2
005984     FILE STATUS IS IXV-FSTATUS.                                  IX3054.2
006000 DATA DIVISION.                                                   IX3054.2
006100 FILE SECTION.                                                    IX3054.2
006200 FD  PRINT-FILE.                                                  IX3054.2
006300 01  PRINT-REC PICTURE X(120).                                    IX3054.2
006400 01  DUMMY-RECORD PICTURE X(120).                                 IX3054.2
006500 FD  CSV-RESULTS-FILE.                                            IX3054.2
006600 01  CSV-RESULTS-REC PICTURE X(200).                              IX3054.2
006700 FD  SUITE-SUMMARY-FILE.                                          IX3054.2
006800 01  SUITE-SUMMARY-REC PICTURE X(80).                             IX3054.2
006900 FD  NEGATIVE-PATH-FILE.                                          IX3054.2
007000 01  NEGATIVE-PATH-REC PICTURE X(200).                            IX3054.2
007100 FD  XCARD-PARM-FILE.                                             IX3054.2
007200 01  XCARD-PARM-REC PIC X(80).                                    IX3054.2
007214 FD  IXV-FILE                                                     IX3054.2
007228     RECORD IS VARYING IN SIZE FROM 20 TO 80 CHARACTERS           IX3054.2
007242     DEPENDING ON IXV-LEN.                                        IX3054.2
007256 01  IXV-REC.                                                     IX3054.2
007270     02  IXV-REC-KEY       PIC 9(4).                              IX3054.2
007284     02  FILLER            PIC X(76).                             IX3054.2
007300 WORKING-STORAGE SECTION.                                         IX3054.2
007400 77  IXV-FSTATUS           PIC XX    VALUE SPACE.                 IX3054.2
007410 77  IXV-LEN               PIC 9(3)  VALUE ZERO.                  IX3054.2
007420 77  IXV-I                 PIC 9(3)  VALUE ZERO.                  IX3054.2
007430 77  IXV-NEW-LEN           PIC 9(3)  VALUE ZERO.                  IX3054.2
007440 77  IXV-NEW-GEN           PIC X     VALUE SPACE.                 IX3054.2
007450 77  IXV-BAD-CNT           PIC 9(3)  VALUE ZERO.                  IX3054.2
007460 77  IXV-BUILD-BAD         PIC 9(3)  VALUE ZERO.                  IX3054.2
007470 77  IXV-REC-CNT           PIC 9(3)  VALUE ZERO.                  IX3054.2
007480 77  IXV-EOF-SW            PIC X     VALUE SPACE.                 IX3054.2
007490 77  IXV-INVALID-SW        PIC X     VALUE SPACE.                 IX3054.2
007500 77  IXV-REWRITE-STAT      PIC XX    VALUE SPACE.                 IX3054.2
007510 77  IXV-REREAD-BAD        PIC 9(3)  VALUE ZERO.                  IX3054.2
007520 77  IXV-REREAD-LEN        PIC 9(3)  VALUE ZERO.                  IX3054.2
007530 01  IXV-IMAGE.                                                   IX3054.2
007540     02  IXV-IMG-KEY       PIC 9(4).                              IX3054.2
007550     02  IXV-IMG-LEN       PIC 9(3).                              IX3054.2
007560     02  IXV-IMG-GEN       PIC X.                                 IX3054.2
007570     02  IXV-IMG-BODY      PIC X(72).                             IX3054.2
007580 01  IXV-PATTERN-VALUES.                                          IX3054.2
007590     02  FILLER            PIC X(36) VALUE                        IX3054.2
007600         "ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789".                  IX3054.2
007610     02  FILLER            PIC X(36) VALUE                        IX3054.2
007620         "ZYXWVUTSRQPONMLKJIHGFEDCBA9876543210".                  IX3054.2
007630 01  IXV-PATTERN REDEFINES IXV-PATTERN-VALUES                     IX3054.2
007640                           PIC X(72).                             IX3054.2
007650 01  IXV-RECORD-STATE.                                            IX3054.2
007660     02  IXV-STATE         OCCURS 10 TIMES.                       IX3054.2
007670         03  IXV-CUR-LEN   PIC 9(3).                              IX3054.2
007680         03  IXV-CUR-GEN   PIC X.                                 IX3054.2
007690 01  UJ-OP                 PIC X(7)  VALUE SPACE.                 IX3054.2
007700 01  UJ-KEY-TEXT.                                                 IX3054.2
007710     02  UJ-KEY-NUM        PIC 9(8).                              IX3054.2
007720     02  FILLER            PIC X(21) VALUE SPACE.                 IX3054.2
007730 01  UJ-BEFORE-IMG         PIC X(240) VALUE SPACE.                IX3054.2
007740 01  UJ-AFTER-IMG          PIC X(240) VALUE SPACE.                IX3054.2
008100 01  TEST-RESULTS.                                                IX3054.2
008200     02 FILLER                   PIC X      VALUE SPACE.          IX3054.2
008300     02 FEATURE                  PIC X(20)  VALUE SPACE.          IX3054.2
008400 02 FEATURE-CODE PICTURE X(8) VALUE SPACE.                        IX3054.2
008500     02 FILLER                   PIC X      VALUE SPACE.          IX3054.2
008600     02 P-OR-F                   PIC X(5)   VALUE SPACE.          IX3054.2
008700     02 FILLER                   PIC X      VALUE SPACE.          IX3054.2
008800     02  PAR-NAME.                                                IX3054.2
008900       03 FILLER                 PIC X(19)  VALUE SPACE.          IX3054.2
009000       03  PARDOT-X              PIC X      VALUE SPACE.          IX3054.2
009100       03 DOTVALUE               PIC 99     VALUE ZERO.           IX3054.2
009200     02 FILLER                   PIC X(8)   VALUE SPACE.          IX3054.2
009300     02 RE-MARK                  PIC X(61).                       IX3054.2
009400 01  TEST-COMPUTED.                                               IX3054.2
009500     02 FILLER                   PIC X(30)  VALUE SPACE.          IX3054.2
009600     02 FILLER                   PIC X(17)  VALUE                 IX3054.2
009700            "       COMPUTED=".                                   IX3054.2
009800     02 COMPUTED-X.                                               IX3054.2
009900     03 COMPUTED-A               PIC X(20)  VALUE SPACE.          IX3054.2
010000     03 COMPUTED-N               REDEFINES COMPUTED-A             IX3054.2
010100                                 PIC -9(9).9(9).                  IX3054.2
010200     03 COMPUTED-0V18 REDEFINES COMPUTED-A   PIC -.9(18).         IX3054.2
010300     03 COMPUTED-4V14 REDEFINES COMPUTED-A   PIC -9(4).9(14).     IX3054.2
010400     03 COMPUTED-14V4 REDEFINES COMPUTED-A   PIC -9(14).9(4).     IX3054.2
010500     03       CM-18V0 REDEFINES COMPUTED-A.                       IX3054.2
010600         04 COMPUTED-18V0                    PIC -9(18).          IX3054.2
010700         04 FILLER                           PIC X.               IX3054.2
010800     03 FILLER PIC X(50) VALUE SPACE.                             IX3054.2
010900 01  TEST-CORRECT.                                                IX3054.2
011000     02 FILLER PIC X(30) VALUE SPACE.                             IX3054.2
011100     02 FILLER PIC X(17) VALUE "       CORRECT =".                IX3054.2
011200     02 CORRECT-X.                                                IX3054.2
011300     03 CORRECT-A                  PIC X(20) VALUE SPACE.         IX3054.2
011400     03 CORRECT-N    REDEFINES CORRECT-A     PIC -9(9).9(9).      IX3054.2
011500     03 CORRECT-0V18 REDEFINES CORRECT-A     PIC -.9(18).         IX3054.2
011600     03 CORRECT-4V14 REDEFINES CORRECT-A     PIC -9(4).9(14).     IX3054.2
011700     03 CORRECT-14V4 REDEFINES CORRECT-A     PIC -9(14).9(4).     IX3054.2
011800     03      CR-18V0 REDEFINES CORRECT-A.                         IX3054.2
011900         04 CORRECT-18V0                     PIC -9(18).          IX3054.2
012000         04 FILLER                           PIC X.               IX3054.2
012100     03 FILLER PIC X(2) VALUE SPACE.                              IX3054.2
012200     03 COR-ANSI-REFERENCE             PIC X(48) VALUE SPACE.     IX3054.2
012300 01  CCVS-C-1.                                                    IX3054.2
012400     02 FILLER  PIC IS X(99)    VALUE IS " FEATURE              PAIX3054.2
012500-    "SS  PARAGRAPH-NAME                                          IX3054.2
012600-    "       REMARKS".                                            IX3054.2
012700     02 FILLER                     PIC X(20)    VALUE SPACE.      IX3054.2
012800 01  CCVS-C-2.                                                    IX3054.2
012900     02 FILLER                     PIC X        VALUE SPACE.      IX3054.2
013000     02 FILLER                     PIC X(6)     VALUE "TESTED".   IX3054.2
013100     02 FILLER                     PIC X(15)    VALUE SPACE.      IX3054.2
013200     02 FILLER                     PIC X(4)     VALUE "FAIL".     IX3054.2
013300     02 FILLER                     PIC X(94)    VALUE SPACE.      IX3054.2
013400 01  REC-SKL-SUB                   PIC 9(2)     VALUE ZERO.       IX3054.2
013500 01  REC-CT                        PIC 99       VALUE ZERO.       IX3054.2
013600 01  DELETE-COUNTER                PIC 999      VALUE ZERO.       IX3054.2
013700 01  ERROR-COUNTER                 PIC 999      VALUE ZERO.       IX3054.2
013800 01  INSPECT-COUNTER               PIC 999      VALUE ZERO.       IX3054.2
013900 01  PASS-COUNTER                  PIC 999      VALUE ZERO.       IX3054.2
014000 01  TOTAL-ERROR                   PIC 999      VALUE ZERO.       IX3054.2
014100 01  ERROR-HOLD                    PIC 999      VALUE ZERO.       IX3054.2
014200 01  DUMMY-HOLD                    PIC X(120)   VALUE SPACE.      IX3054.2
014300 01  RECORD-COUNT                  PIC 9(5)     VALUE ZERO.       IX3054.2
014400 01  WS-PAGE-LINES-ALPHA PIC X(3) VALUE "060".                    IX3054.2
014500 01  WS-PAGE-LINES REDEFINES                                      IX3054.2
014600     WS-PAGE-LINES-ALPHA PIC 9(3).                                IX3054.2
014700 01  ANSI-REFERENCE                PIC X(48)    VALUE SPACES.     IX3054.2
014800 01  ANSI-CLAUSE-NUM PIC X(16) VALUE SPACES.                      IX3054.2
014900 01  WS-ANSI-IDX     PIC 9(2).                                    IX3054.2
015000 01  WS-ANSI-LEN     PIC 9(2).                                    IX3054.2
015100 01  CCVS-H-1.                                                    IX3054.2
015200     02  FILLER                    PIC X(39)    VALUE SPACES.     IX3054.2
015300     02  FILLER                    PIC X(42)    VALUE             IX3054.2
015400     "OFFICIAL COBOL COMPILER VALIDATION SYSTEM".                 IX3054.2
015500     02  FILLER                    PIC X(39)    VALUE SPACES.     IX3054.2
015600 01  CCVS-H-2A.                                                   IX3054.2
015700   02  FILLER                        PIC X(40)  VALUE SPACE.      IX3054.2
015800   02  FILLER                        PIC X(7)   VALUE "CCVS85 ".  IX3054.2
015900   02  FILLER                        PIC XXXX   VALUE             IX3054.2
016000     "4.2 ".                                                      IX3054.2
016100   02  FILLER                        PIC X(28)  VALUE             IX3054.2
016200            " COPY - NOT FOR DISTRIBUTION".                       IX3054.2
016300   02  FILLER                        PIC X(41)  VALUE SPACE.      IX3054.2
016400                                                                  IX3054.2
016500 01  CCVS-H-2B.                                                   IX3054.2
016600   02  FILLER                        PIC X(15)  VALUE             IX3054.2
016700            "TEST RESULT OF ".                                    IX3054.2
016800   02  TEST-ID                       PIC X(9).                    IX3054.2
016900   02  FILLER                        PIC X(4)   VALUE             IX3054.2
017000            " IN ".                                               IX3054.2
017100   02  FILLER                        PIC X(12)  VALUE             IX3054.2
017200     " HIGH       ".                                              IX3054.2
017300   02  FILLER                        PIC X(22)  VALUE             IX3054.2
017400            " LEVEL VALIDATION FOR ".                             IX3054.2
017500   02  FILLER                        PIC X(58)  VALUE             IX3054.2
017600     "ON-SITE VALIDATION, NATIONAL INSTITUTE OF STD & TECH.     ".IX3054.2
017700 01  CCVS-H-3.                                                    IX3054.2
017800     02  FILLER                      PIC X(34)  VALUE             IX3054.2
017900            " FOR OFFICIAL USE ONLY    ".                         IX3054.2
018000     02  FILLER                      PIC X(58)  VALUE             IX3054.2
018100     "COBOL 85 VERSION 4.2, Apr  1993 SSVG                      ".IX3054.2
018200     02  FILLER                      PIC X(28)  VALUE             IX3054.2
018300            "  COPYRIGHT   1985 ".                                IX3054.2
018400 01  CCVS-H-4.                                                    IX3054.2
018500     02  FILLER                      PIC X(15)  VALUE             IX3054.2
018600            "COMPILED DATE: ".                                    IX3054.2
018700     02  H4-BUILD-ID                 PIC X(16).                   IX3054.2
018800     02  FILLER                      PIC X(10)  VALUE             IX3054.2
018900            "  RUN ON: ".                                         IX3054.2
019000     02  H4-RUN-DATE                 PIC 9(8).                    IX3054.2
019100     02  FILLER                      PIC X(71)  VALUE SPACE.      IX3054.2
019200 01  CCVS-E-1.                                                    IX3054.2
019300     02 FILLER                       PIC X(52)  VALUE SPACE.      IX3054.2
019400     02 FILLER  PIC X(14) VALUE IS "END OF TEST-  ".              IX3054.2
019500     02 ID-AGAIN                     PIC X(9).                    IX3054.2
019600     02 FILLER                       PIC X(45)  VALUE SPACES.     IX3054.2
019700 01  CCVS-E-2.                                                    IX3054.2
019800     02  FILLER                      PIC X(31)  VALUE SPACE.      IX3054.2
019900     02  FILLER                      PIC X(21)  VALUE SPACE.      IX3054.2
020000     02 CCVS-E-2-2.                                               IX3054.2
020100         03 ERROR-TOTAL              PIC XXX    VALUE SPACE.      IX3054.2
020200         03 FILLER                   PIC X      VALUE SPACE.      IX3054.2
020300         03 ENDER-DESC               PIC X(44)  VALUE             IX3054.2
020400            "ERRORS ENCOUNTERED".                                 IX3054.2
020500 01  CCVS-E-3.                                                    IX3054.2
020600     02  FILLER                      PIC X(22)  VALUE             IX3054.2
020700            " FOR OFFICIAL USE ONLY".                             IX3054.2
020800     02  FILLER                      PIC X(12)  VALUE SPACE.      IX3054.2
020900     02  FILLER                      PIC X(58)  VALUE             IX3054.2
021000     "ON-SITE VALIDATION, NATIONAL INSTITUTE OF STD & TECH.     ".IX3054.2
021100     02  FILLER                      PIC X(13)  VALUE SPACE.      IX3054.2
021200     02 FILLER                       PIC X(15)  VALUE             IX3054.2
021300             " COPYRIGHT 1985".                                   IX3054.2
021400 01  CCVS-E-4.                                                    IX3054.2
021500     02 CCVS-E-4-1                   PIC XXX    VALUE SPACE.      IX3054.2
021600     02 FILLER                       PIC X(4)   VALUE " OF ".     IX3054.2
021700     02 CCVS-E-4-2                   PIC XXX    VALUE SPACE.      IX3054.2
021800     02 FILLER                       PIC X(40)  VALUE             IX3054.2
021900      "  TESTS WERE EXECUTED SUCCESSFULLY".                       IX3054.2
022000 01  XXINFO.                                                      IX3054.2
022100     02 FILLER                       PIC X(19)  VALUE             IX3054.2
022200            "*** INFORMATION ***".                                IX3054.2
022300     02 INFO-TEXT.                                                IX3054.2
022400       04 FILLER                     PIC X(8)   VALUE SPACE.      IX3054.2
022500       04 XXCOMPUTED                 PIC X(20).                   IX3054.2
022600       04 FILLER                     PIC X(5)   VALUE SPACE.      IX3054.2
022700       04 XXCORRECT                  PIC X(20).                   IX3054.2
022800     02 INF-ANSI-REFERENCE           PIC X(48).                   IX3054.2
022900 01  HYPHEN-LINE.                                                 IX3054.2
023000     02 FILLER  PIC IS X VALUE IS SPACE.                          IX3054.2
023100     02 FILLER  PIC IS X(65)    VALUE IS "************************IX3054.2
023200-    "*****************************************".                 IX3054.2
023300     02 FILLER  PIC IS X(54)    VALUE IS "************************IX3054.2
023400-    "******************************".                            IX3054.2
023500 01  CSV-HEADER-REC PICTURE X(200) VALUE                          IX3054.2
023600     "PGM-ID,FEATURE,FEATURE-CODE,PAR-NAME,                       IX3054.2
023700-    "P-OR-F,PASS,FAIL,DELETE,INSPECT".                           IX3054.2
023800 01  WS-SS-FILE-STATUS PICTURE XX VALUE SPACE.                    IX3054.2
023900 01  WS-NP-FILE-STATUS PIC XX VALUE SPACE.                        IX3054.2
024000 01  WS-FC-CNT PIC 9(3) VALUE ZERO.                               IX3054.2
024100 01  WS-BUILD-ID PIC X(16) VALUE SPACE.                           IX3054.2
024200 01  WS-RUN-DATE PIC 9(8) VALUE ZERO.                             IX3054.2
024300 01  WS-START-TIME PIC 9(8) VALUE ZERO.                           IX3054.2
024400 01  WS-END-TIME PIC 9(8) VALUE ZERO.                             IX3054.2
024500 01  WS-XCARD-FSTATUS PIC XX VALUE SPACE.                         IX3054.2
024600 01  WS-XCARD-EOF     PIC X  VALUE SPACE.                         IX3054.2
024700 01  WS-XCARD-CODE    PIC X(3).                                   IX3054.2
024800 01  WS-XCARD-VALUE   PIC X(8).                                   IX3054.2
024900     COPY     CCVSSED.                                            IX3054.2
025000 01  CCVS-PGM-ID                     PIC X(9)   VALUE             IX3054.2
025100     "IX305A".                                                    IX3054.2
025171     COPY CCVSIOK.                                                IX3054.2
025200 PROCEDURE DIVISION.                                              IX3054.2
025300 CCVS1 SECTION.                                                   IX3054.2
025400 OPEN-FILES.                                                      IX3054.2
025400     CALL     "CCVSHBT" USING CCVS-PGM-ID                         IX3054.2
025400              BY CONTENT "OPEN ".                                 IX3054.2
025500     PERFORM  LOAD-X-CARD-PARMS.                                  IX3054.2
025600     OPEN     OUTPUT PRINT-FILE.                                  IX3054.2
025700     OPEN     EXTEND SUITE-SUMMARY-FILE.                          IX3054.2
025800     IF       WS-SS-FILE-STATUS = "35"                            IX3054.2
025900              OPEN OUTPUT SUITE-SUMMARY-FILE                      IX3054.2
026000     END-IF.                                                      IX3054.2
026100     OPEN     EXTEND NEGATIVE-PATH-FILE.                          IX3054.2
026200     IF       WS-NP-FILE-STATUS = "35"                            IX3054.2
026300              OPEN OUTPUT NEGATIVE-PATH-FILE                      IX3054.2
026400     END-IF.                                                      IX3054.2
026500     MOVE WHEN-COMPILED TO WS-BUILD-ID.                           IX3054.2
026600     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.                       IX3054.2
026700     ACCEPT WS-START-TIME FROM TIME.                              IX3054.2
026800     MOVE WS-BUILD-ID TO H4-BUILD-ID.                             IX3054.2
026900     MOVE WS-RUN-DATE TO H4-RUN-DATE.                             IX3054.2
027000     OPEN     OUTPUT CSV-RESULTS-FILE.                            IX3054.2
027100     WRITE    CSV-RESULTS-REC FROM CSV-HEADER-REC.                IX3054.2
027200     MOVE CCVS-PGM-ID TO TEST-ID. MOVE CCVS-PGM-ID TO ID-AGAIN.   IX3054.2
027300     MOVE    SPACE TO TEST-RESULTS.                               IX3054.2
027400     PERFORM  HEAD-ROUTINE THRU COLUMN-NAMES-ROUTINE.             IX3054.2
027500     GO TO CCVS1-EXIT.                                            IX3054.2
027600 CLOSE-FILES.                                                     IX3054.2
027600     CALL     "CCVSHBT" USING CCVS-PGM-ID                         IX3054.2
027600              BY CONTENT "CLOSE".                                 IX3054.2
027700     ACCEPT WS-END-TIME FROM TIME.                                IX3054.2
027800     PERFORM END-ROUTINE THRU END-ROUTINE-13. CLOSE PRINT-FILE.   IX3054.2
027900     CLOSE    SUITE-SUMMARY-FILE.                                 IX3054.2
028000     CLOSE    NEGATIVE-PATH-FILE.                                 IX3054.2
028100     CLOSE    CSV-RESULTS-FILE.                                   IX3054.2
028200 TERMINATE-CCVS.                                                  IX3054.2
028300*S   EXIT PROGRAM.                                                IX3054.2
028400*SERMINATE-CALL.                                                  IX3054.2
028500     EVALUATE TRUE                                                IX3054.2
028600         WHEN ERROR-COUNTER NOT EQUAL TO ZERO                     IX3054.2
028700             MOVE 16 TO RETURN-CODE                               IX3054.2
028800         WHEN DELETE-COUNTER NOT EQUAL TO ZERO                    IX3054.2
028900             MOVE 8 TO RETURN-CODE                                IX3054.2
029000         WHEN INSPECT-COUNTER NOT EQUAL TO ZERO                   IX3054.2
029100             MOVE 4 TO RETURN-CODE                                IX3054.2
029200         WHEN OTHER                                               IX3054.2
029300             MOVE 0 TO RETURN-CODE                                IX3054.2
029400     END-EVALUATE.                                                IX3054.2
029500     STOP     RUN.                                                IX3054.2
029600 EXTRACT-ANSI-CLAUSE-NUM.                                         IX3054.2
029700     MOVE     SPACES TO ANSI-CLAUSE-NUM.                          IX3054.2
029800     MOVE     1 TO WS-ANSI-IDX.                                   IX3054.2
029900     PERFORM  UNTIL WS-ANSI-IDX > 48                              IX3054.2
030000         OR ANSI-REFERENCE (WS-ANSI-IDX:1) = SPACE                IX3054.2
030100         OR ANSI-REFERENCE (WS-ANSI-IDX:1) = ";"                  IX3054.2
030200         ADD 1 TO WS-ANSI-IDX                                     IX3054.2
030300     END-PERFORM.                                                 IX3054.2
030400     SUBTRACT 1 FROM WS-ANSI-IDX GIVING WS-ANSI-LEN.              IX3054.2
030500     IF       WS-ANSI-LEN > 0                                     IX3054.2
030600              MOVE ANSI-REFERENCE (1:WS-ANSI-LEN)                 IX3054.2
030700                      TO ANSI-CLAUSE-NUM                          IX3054.2
030800     END-IF.                                                      IX3054.2
030900 LOAD-X-CARD-PARMS.                                               IX3054.2
031000     OPEN     INPUT XCARD-PARM-FILE.                              IX3054.2
031100     IF       WS-XCARD-FSTATUS NOT = "35"                         IX3054.2
031200              PERFORM READ-XCARD-PARM-LINE                        IX3054.2
031300              PERFORM APPLY-XCARD-PARM-LINE                       IX3054.2
031400                      UNTIL WS-XCARD-EOF = "Y"                    IX3054.2
031500              CLOSE XCARD-PARM-FILE                               IX3054.2
031600     END-IF.                                                      IX3054.2
031700     MOVE     SPACE TO DUMMY-RECORD.                              IX3054.2
031700     STRING   "RANDOM SEED: " DELIMITED BY SIZE                   IX3054.2
031700              WS-RANDOM-SEED DELIMITED BY SIZE                    IX3054.2
031700              INTO DUMMY-RECORD.                                  IX3054.2
031700     CALL     "CCVSLOG" USING CCVS-PGM-ID                         IX3054.2
031700              DUMMY-RECORD.                                       IX3054.2
031700     MOVE     SPACE TO DUMMY-RECORD.                              IX3054.2
031800 READ-XCARD-PARM-LINE.                                            IX3054.2
031900     READ     XCARD-PARM-FILE INTO XCARD-PARM-REC                 IX3054.2
032000              AT END MOVE "Y" TO WS-XCARD-EOF.                    IX3054.2
032100 APPLY-XCARD-PARM-LINE.                                           IX3054.2
032200     UNSTRING XCARD-PARM-REC DELIMITED BY "="                     IX3054.2
032300              INTO WS-XCARD-CODE WS-XCARD-VALUE.                  IX3054.2
032400     EVALUATE WS-XCARD-CODE                                       IX3054.2
032500     WHEN "095" MOVE WS-XCARD-VALUE(1:3)                          IX3054.2
032600         TO WS-PAGE-LINES-ALPHA                                   IX3054.2
032700 WHEN "999" MOVE WS-XCARD-VALUE TO WS-RANDOM-SEED                 IX3054.2
032800         WHEN OTHER CONTINUE                                      IX3054.2
032900     END-EVALUATE.                                                IX3054.2
033000     PERFORM  READ-XCARD-PARM-LINE.                               IX3054.2
033100 INSPT. MOVE "INSPT" TO P-OR-F. ADD 1 TO INSPECT-COUNTER.         IX3054.2
033200 PASS.  MOVE "PASS " TO P-OR-F.  ADD 1 TO PASS-COUNTER.           IX3054.2
033300 FAIL.  MOVE "FAIL*" TO P-OR-F.  ADD 1 TO ERROR-COUNTER.          IX3054.2
033400 DE-LETE.  MOVE "*****" TO P-OR-F.  ADD 1 TO DELETE-COUNTER.      IX3054.2
033500     MOVE "****TEST DELETED****" TO RE-MARK.                      IX3054.2
033600 PRINT-DETAIL.                                                    IX3054.2
033700     IF REC-CT NOT EQUAL TO ZERO                                  IX3054.2
033800             MOVE "." TO PARDOT-X                                 IX3054.2
033900             MOVE REC-CT TO DOTVALUE.                             IX3054.2
034000     MOVE     TEST-RESULTS TO PRINT-REC. PERFORM WRITE-LINE.      IX3054.2
034100     PERFORM WRITE-CSV-LINE.                                      IX3054.2
034200     IF P-OR-F EQUAL TO "FAIL*"  PERFORM WRITE-LINE               IX3054.2
034300        PERFORM FAIL-ROUTINE THRU FAIL-ROUTINE-EX                 IX3054.2
034400          ELSE PERFORM BAIL-OUT THRU BAIL-OUT-EX.                 IX3054.2
034500     MOVE SPACE TO P-OR-F. MOVE SPACE TO COMPUTED-X.              IX3054.2
034600     MOVE SPACE TO CORRECT-X.                                     IX3054.2
034700     IF     REC-CT EQUAL TO ZERO  MOVE SPACE TO PAR-NAME.         IX3054.2
034800     MOVE     SPACE TO RE-MARK.                                   IX3054.2
034900 HEAD-ROUTINE.                                                    IX3054.2
035000     MOVE CCVS-H-1  TO DUMMY-RECORD. PERFORM WRITE-LINE 2 TIMES.  IX3054.2
035100     MOVE CCVS-H-2A TO DUMMY-RECORD. PERFORM WRITE-LINE 2 TIMES.  IX3054.2
035200     MOVE CCVS-H-2B TO DUMMY-RECORD. PERFORM WRITE-LINE 3 TIMES.  IX3054.2
035300     MOVE CCVS-H-3  TO DUMMY-RECORD. PERFORM WRITE-LINE 3 TIMES.  IX3054.2
035400     MOVE CCVS-H-4 TO DUMMY-RECORD. PERFORM WRITE-LINE.           IX3054.2
035500 COLUMN-NAMES-ROUTINE.                                            IX3054.2
035600     MOVE CCVS-C-1 TO DUMMY-RECORD. PERFORM WRITE-LINE.           IX3054.2
035700     MOVE CCVS-C-2 TO DUMMY-RECORD. PERFORM WRITE-LINE 2 TIMES.   IX3054.2
035800     MOVE HYPHEN-LINE TO DUMMY-RECORD. PERFORM WRITE-LINE.        IX3054.2
035900 END-ROUTINE.                                                     IX3054.2
036000     MOVE HYPHEN-LINE TO DUMMY-RECORD. PERFORM WRITE-LINE 5 TIMES.IX3054.2
036100 END-RTN-EXIT.                                                    IX3054.2
036200     MOVE CCVS-E-1 TO DUMMY-RECORD. PERFORM WRITE-LINE 2 TIMES.   IX3054.2
036300 END-ROUTINE-1.                                                   IX3054.2
036400      ADD ERROR-COUNTER TO ERROR-HOLD ADD INSPECT-COUNTER TO      IX3054.2
036500      ERROR-HOLD. ADD DELETE-COUNTER TO ERROR-HOLD.               IX3054.2
036600      ADD PASS-COUNTER TO ERROR-HOLD.                             IX3054.2
036700     MOVE SPACE TO SUITE-SUMMARY-REC.                             IX3054.2
036800     STRING CCVS-PGM-ID     DELIMITED BY SPACE ","                IX3054.2
036900            WS-BUILD-ID      DELIMITED BY SIZE  ","               IX3054.2
037000            WS-RUN-DATE      DELIMITED BY SIZE  ","               IX3054.2
037100            WS-START-TIME    DELIMITED BY SIZE  ","               IX3054.2
037200            WS-END-TIME      DELIMITED BY SIZE  ","               IX3054.2
037300            PASS-COUNTER    DELIMITED BY SIZE  ","                IX3054.2
037400            ERROR-COUNTER   DELIMITED BY SIZE  ","                IX3054.2
037500            DELETE-COUNTER DELIMITED BY SIZE  ","                 IX3054.2
037600            INSPECT-COUNTER DELIMITED BY SIZE                     IX3054.2
037700            INTO SUITE-SUMMARY-REC.                               IX3054.2
037800     WRITE SUITE-SUMMARY-REC.                                     IX3054.2
037900*     IF PASS-COUNTER EQUAL TO ERROR-HOLD GO TO END-ROUTINE-12.   IX3054.2
038000      MOVE PASS-COUNTER TO CCVS-E-4-1.                            IX3054.2
038100      MOVE ERROR-HOLD TO CCVS-E-4-2.                              IX3054.2
038200      MOVE CCVS-E-4 TO CCVS-E-2-2.                                IX3054.2
038300      MOVE CCVS-E-2 TO DUMMY-RECORD PERFORM WRITE-LINE.           IX3054.2
038400  END-ROUTINE-12.                                                 IX3054.2
038500      MOVE "TEST(S) FAILED" TO ENDER-DESC.                        IX3054.2
038600     IF       ERROR-COUNTER IS EQUAL TO ZERO                      IX3054.2
038700         MOVE "NO " TO ERROR-TOTAL                                IX3054.2
038800         ELSE                                                     IX3054.2
038900         MOVE ERROR-COUNTER TO ERROR-TOTAL.                       IX3054.2
039000     MOVE     CCVS-E-2 TO DUMMY-RECORD.                           IX3054.2
039100     PERFORM WRITE-LINE.                                          IX3054.2
039200 END-ROUTINE-13.                                                  IX3054.2
039300     IF DELETE-COUNTER IS EQUAL TO ZERO                           IX3054.2
039400         MOVE "NO " TO ERROR-TOTAL  ELSE                          IX3054.2
039500         MOVE DELETE-COUNTER TO ERROR-TOTAL.                      IX3054.2
039600     MOVE "TEST(S) DELETED     " TO ENDER-DESC.                   IX3054.2
039700     MOVE CCVS-E-2 TO DUMMY-RECORD. PERFORM WRITE-LINE.           IX3054.2
039800      IF   INSPECT-COUNTER EQUAL TO ZERO                          IX3054.2
039900          MOVE "NO " TO ERROR-TOTAL                               IX3054.2
040000      ELSE MOVE INSPECT-COUNTER TO ERROR-TOTAL.                   IX3054.2
040100      MOVE "TEST(S) REQUIRE INSPECTION" TO ENDER-DESC.            IX3054.2
040200      MOVE CCVS-E-2 TO DUMMY-RECORD. PERFORM WRITE-LINE.          IX3054.2
040300     MOVE CCVS-E-3 TO DUMMY-RECORD. PERFORM WRITE-LINE.           IX3054.2
040400 WRITE-LINE.                                                      IX3054.2
040500     ADD 1 TO RECORD-COUNT.                                       IX3054.2
040600     IF RECORD-COUNT GREATER WS-PAGE-LINES                        IX3054.2
040700         MOVE DUMMY-RECORD TO DUMMY-HOLD                          IX3054.2
040800         MOVE SPACE TO DUMMY-RECORD                               IX3054.2
040900         WRITE DUMMY-RECORD AFTER ADVANCING 1 LINES               IX3054.2
041000         MOVE CCVS-H-1  TO DUMMY-RECORD PERFORM WRT-LN 2 TIMES    IX3054.2
041100         MOVE CCVS-H-2A TO DUMMY-RECORD PERFORM WRT-LN 2 TIMES    IX3054.2
041200         MOVE CCVS-H-2B TO DUMMY-RECORD PERFORM WRT-LN 3 TIMES    IX3054.2
041300         MOVE CCVS-H-3  TO DUMMY-RECORD PERFORM WRT-LN 3 TIMES    IX3054.2
041400         MOVE CCVS-H-4 TO DUMMY-RECORD PERFORM WRT-LN             IX3054.2
041500         MOVE CCVS-C-1  TO DUMMY-RECORD PERFORM WRT-LN            IX3054.2
041600         MOVE CCVS-C-2  TO DUMMY-RECORD PERFORM WRT-LN            IX3054.2
041700         MOVE HYPHEN-LINE TO DUMMY-RECORD PERFORM WRT-LN          IX3054.2
041800         MOVE DUMMY-HOLD TO DUMMY-RECORD                          IX3054.2
041900         MOVE ZERO TO RECORD-COUNT.                               IX3054.2
042000     PERFORM WRT-LN.                                              IX3054.2
042100 WRT-LN.                                                          IX3054.2
042200     WRITE    DUMMY-RECORD AFTER ADVANCING 1 LINES.               IX3054.2
042300     MOVE SPACE TO DUMMY-RECORD.                                  IX3054.2
042400 DERIVE-FEATURE-CODE.                                             IX3054.2
042500         MOVE SPACES TO FEATURE-CODE.                             IX3054.2
042600         MOVE ZERO TO WS-FC-CNT.                                  IX3054.2
042700         INSPECT FEATURE TALLYING WS-FC-CNT                       IX3054.2
042800             FOR ALL "UNSTRING".                                  IX3054.2
042900         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                IX3054.2
043000             MOVE "UNSTRING" TO FEATURE-CODE.                     IX3054.2
043100         MOVE ZERO TO WS-FC-CNT.                                  IX3054.2
043200         INSPECT FEATURE TALLYING WS-FC-CNT                       IX3054.2
043300             FOR ALL "REWRITE".                                   IX3054.2
043400         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                IX3054.2
043500             MOVE "REWRITE" TO FEATURE-CODE.                      IX3054.2
043600         MOVE ZERO TO WS-FC-CNT.                                  IX3054.2
043700         INSPECT FEATURE TALLYING WS-FC-CNT                       IX3054.2
043800             FOR ALL "SORT".                                      IX3054.2
043900         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                IX3054.2
044000             MOVE "SORT" TO FEATURE-CODE.                         IX3054.2
044100         MOVE ZERO TO WS-FC-CNT.                                  IX3054.2
044200         INSPECT FEATURE TALLYING WS-FC-CNT                       IX3054.2
044300             FOR ALL "MERGE".                                     IX3054.2
044400         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                IX3054.2
044500             MOVE "MERGE" TO FEATURE-CODE.                        IX3054.2
044600         MOVE ZERO TO WS-FC-CNT.                                  IX3054.2
044700         INSPECT FEATURE TALLYING WS-FC-CNT                       IX3054.2
044800             FOR ALL "WRITE".                                     IX3054.2
044900         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                IX3054.2
045000             MOVE "WRITE" TO FEATURE-CODE.                        IX3054.2
045100         MOVE ZERO TO WS-FC-CNT.                                  IX3054.2
045200         INSPECT FEATURE TALLYING WS-FC-CNT                       IX3054.2
045300             FOR ALL "DELETE".                                    IX3054.2
045400         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                IX3054.2
045500             MOVE "DELETE" TO FEATURE-CODE.                       IX3054.2
045600         MOVE ZERO TO WS-FC-CNT.                                  IX3054.2
045700         INSPECT FEATURE TALLYING WS-FC-CNT                       IX3054.2
045800             FOR ALL "READ".                                      IX3054.2
045900         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                IX3054.2
046000             MOVE "READ" TO FEATURE-CODE.                         IX3054.2
046100         MOVE ZERO TO WS-FC-CNT.                                  IX3054.2
046200         INSPECT FEATURE TALLYING WS-FC-CNT                       IX3054.2
046300             FOR ALL "OPEN".                                      IX3054.2
046400         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                IX3054.2
046500             MOVE "OPEN" TO FEATURE-CODE.                         IX3054.2
046600         MOVE ZERO TO WS-FC-CNT.                                  IX3054.2
046700         INSPECT FEATURE TALLYING WS-FC-CNT                       IX3054.2
046800             FOR ALL "CLOSE".                                     IX3054.2
046900         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                IX3054.2
047000             MOVE "CLOSE" TO FEATURE-CODE.                        IX3054.2
047100         MOVE ZERO TO WS-FC-CNT.                                  IX3054.2
047200         INSPECT FEATURE TALLYING WS-FC-CNT                       IX3054.2
047300             FOR ALL "START".                                     IX3054.2
047400         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                IX3054.2
047500             MOVE "START" TO FEATURE-CODE.                        IX3054.2
047600         MOVE ZERO TO WS-FC-CNT.                                  IX3054.2
047700         INSPECT FEATURE TALLYING WS-FC-CNT                       IX3054.2
047800             FOR ALL "CALL".                                      IX3054.2
047900         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                IX3054.2
048000             MOVE "CALL" TO FEATURE-CODE.                         IX3054.2
048100         MOVE ZERO TO WS-FC-CNT.                                  IX3054.2
048200         INSPECT FEATURE TALLYING WS-FC-CNT                       IX3054.2
048300             FOR ALL "STRING".                                    IX3054.2
048400         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                IX3054.2
048500             MOVE "STRING" TO FEATURE-CODE.                       IX3054.2
048600         MOVE ZERO TO WS-FC-CNT.                                  IX3054.2
048700         INSPECT FEATURE TALLYING WS-FC-CNT                       IX3054.2
048800             FOR ALL "INSPECT".                                   IX3054.2
048900         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                IX3054.2
049000             MOVE "INSPECT" TO FEATURE-CODE.                      IX3054.2
049100         MOVE ZERO TO WS-FC-CNT.                                  IX3054.2
049200         INSPECT FEATURE TALLYING WS-FC-CNT                       IX3054.2
049300             FOR ALL "COPY".                                      IX3054.2
049400         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                IX3054.2
049500             MOVE "COPY" TO FEATURE-CODE.                         IX3054.2
049600         MOVE ZERO TO WS-FC-CNT.                                  IX3054.2
049700         INSPECT FEATURE TALLYING WS-FC-CNT                       IX3054.2
049800             FOR ALL "SEG".                                       IX3054.2
049900         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                IX3054.2
050000             MOVE "SEGMENT" TO FEATURE-CODE.                      IX3054.2
050100         MOVE ZERO TO WS-FC-CNT.                                  IX3054.2
050200         INSPECT FEATURE TALLYING WS-FC-CNT                       IX3054.2
050300             FOR ALL "KEY".                                       IX3054.2
050400         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                IX3054.2
050500             MOVE "KEY" TO FEATURE-CODE.                          IX3054.2
050600         MOVE ZERO TO WS-FC-CNT.                                  IX3054.2
050700         INSPECT FEATURE TALLYING WS-FC-CNT                       IX3054.2
050800             FOR ALL "COMPARE".                                   IX3054.2
050900         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                IX3054.2
051000             MOVE "COMPARE" TO FEATURE-CODE.                      IX3054.2
051100         MOVE ZERO TO WS-FC-CNT.                                  IX3054.2
051200         INSPECT FEATURE TALLYING WS-FC-CNT                       IX3054.2
051300             FOR ALL "CONDITION".                                 IX3054.2
051400         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                IX3054.2
051500             MOVE "COND" TO FEATURE-CODE.                         IX3054.2
051600         IF FEATURE-CODE = SPACE                                  IX3054.2
051700             MOVE "OTHER" TO FEATURE-CODE.                        IX3054.2
051800 WRITE-NEGATIVE-PATH-LINE.                                        IX3054.2
051900     MOVE SPACE TO NEGATIVE-PATH-REC.                             IX3054.2
052000     STRING CCVS-PGM-ID     DELIMITED BY SPACE ","                IX3054.2
052100            FEATURE         DELIMITED BY SIZE  ","                IX3054.2
052200            FEATURE-CODE    DELIMITED BY SPACE ","                IX3054.2
052300            PAR-NAME        DELIMITED BY SIZE  ","                IX3054.2
052400            P-OR-F          DELIMITED BY SPACE                    IX3054.2
052500            INTO NEGATIVE-PATH-REC.                               IX3054.2
052600     WRITE NEGATIVE-PATH-REC.                                     IX3054.2
052700 WRITE-CSV-LINE.                                                  IX3054.2
052800     PERFORM DERIVE-FEATURE-CODE.                                 IX3054.2
052900     MOVE SPACE TO CSV-RESULTS-REC.                               IX3054.2
053000     STRING CCVS-PGM-ID     DELIMITED BY SPACE ","                IX3054.2
053100            FEATURE         DELIMITED BY SIZE  ","                IX3054.2
053200            FEATURE-CODE    DELIMITED BY SPACE ","                IX3054.2
053300            PAR-NAME        DELIMITED BY SIZE  ","                IX3054.2
053400            P-OR-F          DELIMITED BY SPACE ","                IX3054.2
053500            PASS-COUNTER    DELIMITED BY SIZE  ","                IX3054.2
053600            ERROR-COUNTER   DELIMITED BY SIZE  ","                IX3054.2
053700            DELETE-COUNTER DELIMITED BY SIZE  ","                 IX3054.2
053800            INSPECT-COUNTER DELIMITED BY SIZE                     IX3054.2
053900            INTO CSV-RESULTS-REC.                                 IX3054.2
054000     WRITE CSV-RESULTS-REC.                                       IX3054.2
054100     IF P-OR-F = "*****" OR P-OR-F = "INSPT"                      IX3054.2
054200         PERFORM WRITE-NEGATIVE-PATH-LINE.                        IX3054.2
054300 BLANK-LINE-PRINT.                                                IX3054.2
054400     PERFORM WRT-LN.                                              IX3054.2
054500 FAIL-ROUTINE.                                                    IX3054.2
054600     PERFORM  EXTRACT-ANSI-CLAUSE-NUM.                            IX3054.2
054700     IF     COMPUTED-X NOT EQUAL TO SPACE                         IX3054.2
054800            GO TO   FAIL-ROUTINE-WRITE.                           IX3054.2
054900     IF     CORRECT-X NOT EQUAL TO SPACE GO TO FAIL-ROUTINE-WRITE.IX3054.2
055000     MOVE   ANSI-REFERENCE TO INF-ANSI-REFERENCE.                 IX3054.2
055100     MOVE  "NO FURTHER INFORMATION, SEE PROGRAM." TO INFO-TEXT.   IX3054.2
055200     MOVE   XXINFO TO DUMMY-RECORD. PERFORM WRITE-LINE 2 TIMES.   IX3054.2
055300     MOVE   SPACES TO INF-ANSI-REFERENCE.                         IX3054.2
055400     GO TO  FAIL-ROUTINE-EX.                                      IX3054.2
055500 FAIL-ROUTINE-WRITE.                                              IX3054.2
055600     MOVE   TEST-COMPUTED TO PRINT-REC PERFORM WRITE-LINE         IX3054.2
055700     MOVE   ANSI-REFERENCE TO COR-ANSI-REFERENCE.                 IX3054.2
055800     MOVE   TEST-CORRECT TO PRINT-REC PERFORM WRITE-LINE 2 TIMES. IX3054.2
055900     MOVE   SPACES TO COR-ANSI-REFERENCE.                         IX3054.2
056000 FAIL-ROUTINE-EX. EXIT.                                           IX3054.2
056100 BAIL-OUT.                                                        IX3054.2
056200     IF     COMPUTED-A NOT EQUAL TO SPACE GO TO BAIL-OUT-WRITE.   IX3054.2
056300     IF     CORRECT-A EQUAL TO SPACE GO TO BAIL-OUT-EX.           IX3054.2
056400 BAIL-OUT-WRITE.                                                  IX3054.2
056500     MOVE CORRECT-A TO XXCORRECT. MOVE COMPUTED-A TO XXCOMPUTED.  IX3054.2
056600     MOVE   ANSI-REFERENCE TO INF-ANSI-REFERENCE.                 IX3054.2
056700     MOVE   XXINFO TO DUMMY-RECORD. PERFORM WRITE-LINE 2 TIMES.   IX3054.2
056800     MOVE   SPACES TO INF-ANSI-REFERENCE.                         IX3054.2
056900 BAIL-OUT-EX. EXIT.                                               IX3054.2
057000 CCVS1-EXIT.                                                      IX3054.2
057100     EXIT.                                                        IX3054.2
057200 SECT-IX305A-001 SECTION.                                         IX3054.2
057300 IXV-INIT-305.                                                    IX3054.2
057400*    BUILD THE BED, THEN READ EVERY RECORD BACK BY KEY AND        IX3054.2
057500*    COUNT THEM AGAIN SEQUENTIALLY.                               IX3054.2
057600     MOVE     ZERO TO IXV-BAD-CNT.                                IX3054.2
057700     OPEN     OUTPUT IXV-FILE                                     IX3054.2
057771     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX3054.2
057772         IXV-FSTATUS CCVS-IOT-NOKEY                               IX3054.2
057773         BY CONTENT "OPEN   IXV-FILE        I0001T ".             IX3054.2
057800     PERFORM  IXV-WRITE-ONE VARYING IXV-I FROM 1 BY 1             IX3054.2
057900              UNTIL IXV-I > 10.                                   IX3054.2
058000     CLOSE    IXV-FILE                                            IX3054.2
058071     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX3054.2
058072         IXV-FSTATUS CCVS-IOT-NOKEY                               IX3054.2
058073         BY CONTENT "CLOSE  IXV-FILE        I0002T ".             IX3054.2
058100     OPEN     INPUT IXV-FILE                                      IX3054.2
058171     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX3054.2
058172         IXV-FSTATUS CCVS-IOT-NOKEY                               IX3054.2
058173         BY CONTENT "OPEN   IXV-FILE        I0003T ".             IX3054.2
058200     PERFORM  IXV-CHECK-ONE VARYING IXV-I FROM 1 BY 1             IX3054.2
058300              UNTIL IXV-I > 10.                                   IX3054.2
058400     CLOSE    IXV-FILE                                            IX3054.2
058471     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX3054.2
058472         IXV-FSTATUS CCVS-IOT-NOKEY                               IX3054.2
058473         BY CONTENT "CLOSE  IXV-FILE        I0004T ".             IX3054.2
058500     MOVE     IXV-BAD-CNT TO IXV-BUILD-BAD.                       IX3054.2
058600     MOVE     ZERO TO IXV-REC-CNT.                                IX3054.2
058700     MOVE     "N" TO IXV-EOF-SW.                                  IX3054.2
058800     OPEN     INPUT IXV-FILE                                      IX3054.2
058871     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX3054.2
058872         IXV-FSTATUS CCVS-IOT-NOKEY                               IX3054.2
058873         BY CONTENT "OPEN   IXV-FILE        I0005T ".             IX3054.2
058900     PERFORM  IXV-COUNT-ONE UNTIL IXV-EOF-SW = "Y".               IX3054.2
059000     CLOSE    IXV-FILE                                            IX3054.2
059071     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX3054.2
059072         IXV-FSTATUS CCVS-IOT-NOKEY                               IX3054.2
059073         BY CONTENT "CLOSE  IXV-FILE        I0006T ".             IX3054.2
059100     MOVE     "VARIABLE BED BUILT" TO FEATURE.                    IX3054.2
059200     MOVE     "IX-19 3.2 FD VARYING" TO ANSI-REFERENCE.           IX3054.2
059300 IXV-TEST-305-1.                                                  IX3054.2
059400     MOVE     "IXV-TEST-305-1" TO PAR-NAME.                       IX3054.2
059500     IF       IXV-BUILD-BAD = ZERO                                IX3054.2
059600              AND IXV-REC-CNT = 10                                IX3054.2
059700              PERFORM PASS                                        IX3054.2
059800              GO TO IXV-WRITE-305-1.                              IX3054.2
059900     MOVE     IXV-BUILD-BAD TO COMPUTED-18V0.                     IX3054.2
060000     MOVE     ZERO TO CORRECT-18V0.                               IX3054.2
060100     MOVE     "BED RECORDS WRONG LENGTH, IMAGE OR COUNT"          IX3054.2
060200              TO RE-MARK.                                         IX3054.2
060300     PERFORM  FAIL.                                               IX3054.2
060400 IXV-WRITE-305-1.                                                 IX3054.2
060500     PERFORM  PRINT-DETAIL.                                       IX3054.2
060600 IXV-INIT-305-2.                                                  IX3054.2
060700     OPEN     I-O IXV-FILE                                        IX3054.2
060771     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX3054.2
060772         IXV-FSTATUS CCVS-IOT-NOKEY                               IX3054.2
060773         BY CONTENT "OPEN   IXV-FILE        I0007T ".             IX3054.2
060800     MOVE     "REWRITE LONGER" TO FEATURE.                        IX3054.2
060900     MOVE     "IX-36 4.7 REWRITE" TO ANSI-REFERENCE.              IX3054.2
061000 IXV-TEST-305-2.                                                  IX3054.2
061100*    RECORD 3 GROWS FROM 30 TO 70 CHARACTERS.                     IX3054.2
061200     MOVE     "IXV-TEST-305-2" TO PAR-NAME.                       IX3054.2
061300     MOVE     3 TO IXV-I.                                         IX3054.2
061400     MOVE     70 TO IXV-NEW-LEN.                                  IX3054.2
061500     MOVE     "B" TO IXV-NEW-GEN.                                 IX3054.2
061600     PERFORM  IXV-REWRITE-ONE.                                    IX3054.2
061700     IF       IXV-REWRITE-STAT = "00"                             IX3054.2
061800              PERFORM PASS                                        IX3054.2
061900              GO TO IXV-WRITE-305-2.                              IX3054.2
062000     MOVE     IXV-REWRITE-STAT TO COMPUTED-A.                     IX3054.2
062100     MOVE     "00" TO CORRECT-A.                                  IX3054.2
062200     MOVE     "WRONG STATUS ON REWRITE TO A LONGER RECORD"        IX3054.2
062300              TO RE-MARK.                                         IX3054.2
062400     PERFORM  FAIL.                                               IX3054.2
062500 IXV-WRITE-305-2.                                                 IX3054.2
062600     PERFORM  PRINT-DETAIL.                                       IX3054.2
062700 IXV-TEST-305-3.                                                  IX3054.2
062800     MOVE     "IXV-TEST-305-3" TO PAR-NAME.                       IX3054.2
062900     IF       IXV-REREAD-BAD = ZERO                               IX3054.2
063000              PERFORM PASS                                        IX3054.2
063100              GO TO IXV-WRITE-305-3.                              IX3054.2
063200     MOVE     IXV-REREAD-LEN TO COMPUTED-18V0.                    IX3054.2
063300     MOVE     IXV-CUR-LEN (IXV-I) TO CORRECT-18V0.                IX3054.2
063400     MOVE     "RE-READ LONGER RECORD WRONG LENGTH OR IMAGE"       IX3054.2
063500              TO RE-MARK.                                         IX3054.2
063600     PERFORM  FAIL.                                               IX3054.2
063700 IXV-WRITE-305-3.                                                 IX3054.2
063800     PERFORM  PRINT-DETAIL.                                       IX3054.2
063900 IXV-INIT-305-4.                                                  IX3054.2
064000     MOVE     "REWRITE SHORTER" TO FEATURE.                       IX3054.2
064100 IXV-TEST-305-4.                                                  IX3054.2
064200*    RECORD 8 SHRINKS FROM 55 TO 25 CHARACTERS.                   IX3054.2
064300     MOVE     "IXV-TEST-305-4" TO PAR-NAME.                       IX3054.2
064400     MOVE     8 TO IXV-I.                                         IX3054.2
064500     MOVE     25 TO IXV-NEW-LEN.                                  IX3054.2
064600     MOVE     "C" TO IXV-NEW-GEN.                                 IX3054.2
064700     PERFORM  IXV-REWRITE-ONE.                                    IX3054.2
064800     IF       IXV-REWRITE-STAT = "00"                             IX3054.2
064900              PERFORM PASS                                        IX3054.2
065000              GO TO IXV-WRITE-305-4.                              IX3054.2
065100     MOVE     IXV-REWRITE-STAT TO COMPUTED-A.                     IX3054.2
065200     MOVE     "00" TO CORRECT-A.                                  IX3054.2
065300     MOVE     "WRONG STATUS ON REWRITE TO A SHORTER RECORD"       IX3054.2
065400              TO RE-MARK.                                         IX3054.2
065500     PERFORM  FAIL.                                               IX3054.2
065600 IXV-WRITE-305-4.                                                 IX3054.2
065700     PERFORM  PRINT-DETAIL.                                       IX3054.2
065800 IXV-TEST-305-5.                                                  IX3054.2
065900     MOVE     "IXV-TEST-305-5" TO PAR-NAME.                       IX3054.2
066000     IF       IXV-REREAD-BAD = ZERO                               IX3054.2
066100              PERFORM PASS                                        IX3054.2
066200              GO TO IXV-WRITE-305-5.                              IX3054.2
066300     MOVE     IXV-REREAD-LEN TO COMPUTED-18V0.                    IX3054.2
066400     MOVE     IXV-CUR-LEN (IXV-I) TO CORRECT-18V0.                IX3054.2
066500     MOVE     "RE-READ SHORTER RECORD WRONG LENGTH OR IMAGE"      IX3054.2
066600              TO RE-MARK.                                         IX3054.2
066700     PERFORM  FAIL.                                               IX3054.2
066800 IXV-WRITE-305-5.                                                 IX3054.2
066900     PERFORM  PRINT-DETAIL.                                       IX3054.2
067000 IXV-INIT-305-6.                                                  IX3054.2
067100     MOVE     "REWRITE SAME LENGTH" TO FEATURE.                   IX3054.2
067200 IXV-TEST-305-6.                                                  IX3054.2
067300*    RECORD 5 KEEPS ITS 40 CHARACTERS BUT CHANGES CONTENT.        IX3054.2
067400     MOVE     "IXV-TEST-305-6" TO PAR-NAME.                       IX3054.2
067500     MOVE     5 TO IXV-I.                                         IX3054.2
067600     MOVE     40 TO IXV-NEW-LEN.                                  IX3054.2
067700     MOVE     "D" TO IXV-NEW-GEN.                                 IX3054.2
067800     PERFORM  IXV-REWRITE-ONE.                                    IX3054.2
067900     IF       IXV-REWRITE-STAT = "00"                             IX3054.2
068000              PERFORM PASS                                        IX3054.2
068100              GO TO IXV-WRITE-305-6.                              IX3054.2
068200     MOVE     IXV-REWRITE-STAT TO COMPUTED-A.                     IX3054.2
068300     MOVE     "00" TO CORRECT-A.                                  IX3054.2
068400     MOVE     "WRONG STATUS ON REWRITE AT THE SAME LENGTH"        IX3054.2
068500              TO RE-MARK.                                         IX3054.2
068600     PERFORM  FAIL.                                               IX3054.2
068700 IXV-WRITE-305-6.                                                 IX3054.2
068800     PERFORM  PRINT-DETAIL.                                       IX3054.2
068900 IXV-TEST-305-7.                                                  IX3054.2
069000     MOVE     "IXV-TEST-305-7" TO PAR-NAME.                       IX3054.2
069100     IF       IXV-REREAD-BAD = ZERO                               IX3054.2
069200              PERFORM PASS                                        IX3054.2
069300              GO TO IXV-WRITE-305-7.                              IX3054.2
069400     MOVE     IXV-REREAD-LEN TO COMPUTED-18V0.                    IX3054.2
069500     MOVE     IXV-CUR-LEN (IXV-I) TO CORRECT-18V0.                IX3054.2
069600     MOVE     "RE-READ SAME-LENGTH RECORD WRONG"                  IX3054.2
069700              TO RE-MARK.                                         IX3054.2
069800     PERFORM  FAIL.                                               IX3054.2
069900 IXV-WRITE-305-7.                                                 IX3054.2
070000     PERFORM  PRINT-DETAIL.                                       IX3054.2
070100 IXV-INIT-305-8.                                                  IX3054.2
070200     MOVE     "REWRITE OVER MAXIMUM" TO FEATURE.                  IX3054.2
070300     MOVE     "IX-4 1.3.4 4B" TO ANSI-REFERENCE.                  IX3054.2
070400 IXV-TEST-305-8.                                                  IX3054.2
070500*    RECORD 6 (45 CHARACTERS) REWRITTEN AT 81 IS REFUSED.         IX3054.2
070600     MOVE     "IXV-TEST-305-8" TO PAR-NAME.                       IX3054.2
070700     MOVE     6 TO IXV-I.                                         IX3054.2
070800     MOVE     81 TO IXV-NEW-LEN.                                  IX3054.2
070900     MOVE     "E" TO IXV-NEW-GEN.                                 IX3054.2
071000     PERFORM  IXV-REWRITE-ONE.                                    IX3054.2
071100     IF       IXV-REWRITE-STAT = "44"                             IX3054.2
071200              PERFORM PASS                                        IX3054.2
071300              GO TO IXV-WRITE-305-8.                              IX3054.2
071400     MOVE     IXV-REWRITE-STAT TO COMPUTED-A.                     IX3054.2
071500     MOVE     "44" TO CORRECT-A.                                  IX3054.2
071600     MOVE     "WRONG STATUS ON REWRITE ABOVE THE MAXIMUM"         IX3054.2
071700              TO RE-MARK.                                         IX3054.2
071800     PERFORM  FAIL.                                               IX3054.2
071900 IXV-WRITE-305-8.                                                 IX3054.2
072000     PERFORM  PRINT-DETAIL.                                       IX3054.2
072100 IXV-TEST-305-9.                                                  IX3054.2
072200     MOVE     "IXV-TEST-305-9" TO PAR-NAME.                       IX3054.2
072300     IF       IXV-REREAD-BAD = ZERO                               IX3054.2
072400              PERFORM PASS                                        IX3054.2
072500              GO TO IXV-WRITE-305-9.                              IX3054.2
072600     MOVE     IXV-REREAD-LEN TO COMPUTED-18V0.                    IX3054.2
072700     MOVE     IXV-CUR-LEN (IXV-I) TO CORRECT-18V0.                IX3054.2
072800     MOVE     "REFUSED REWRITE CHANGED THE RECORD" TO RE-MARK.    IX3054.2
072900     PERFORM  FAIL.                                               IX3054.2
073000 IXV-WRITE-305-9.                                                 IX3054.2
073100     PERFORM  PRINT-DETAIL.                                       IX3054.2
073200 IXV-INIT-305-10.                                                 IX3054.2
073300     MOVE     "REWRITE TOO SHORT" TO FEATURE.                     IX3054.2
073400 IXV-TEST-305-10.                                                 IX3054.2
073500*    RECORD 7 (50 CHARACTERS) REWRITTEN AT 19 IS REFUSED.         IX3054.2
073600     MOVE     "IXV-TEST-305-10" TO PAR-NAME.                      IX3054.2
073700     MOVE     7 TO IXV-I.                                         IX3054.2
073800     MOVE     19 TO IXV-NEW-LEN.                                  IX3054.2
073900     MOVE     "F" TO IXV-NEW-GEN.                                 IX3054.2
074000     PERFORM  IXV-REWRITE-ONE.                                    IX3054.2
074100     IF       IXV-REWRITE-STAT = "44"                             IX3054.2
074200              PERFORM PASS                                        IX3054.2
074300              GO TO IXV-WRITE-305-10.                             IX3054.2
074400     MOVE     IXV-REWRITE-STAT TO COMPUTED-A.                     IX3054.2
074500     MOVE     "44" TO CORRECT-A.                                  IX3054.2
074600     MOVE     "WRONG STATUS ON REWRITE BELOW THE MINIMUM"         IX3054.2
074700              TO RE-MARK.                                         IX3054.2
074800     PERFORM  FAIL.                                               IX3054.2
074900 IXV-WRITE-305-10.                                                IX3054.2
075000     PERFORM  PRINT-DETAIL.                                       IX3054.2
075100 IXV-TEST-305-11.                                                 IX3054.2
075200     MOVE     "IXV-TEST-305-11" TO PAR-NAME.                      IX3054.2
075300     IF       IXV-REREAD-BAD = ZERO                               IX3054.2
075400              PERFORM PASS                                        IX3054.2
075500              GO TO IXV-WRITE-305-11.                             IX3054.2
075600     MOVE     IXV-REREAD-LEN TO COMPUTED-18V0.                    IX3054.2
075700     MOVE     IXV-CUR-LEN (IXV-I) TO CORRECT-18V0.                IX3054.2
075800     MOVE     "REFUSED REWRITE CHANGED THE RECORD" TO RE-MARK.    IX3054.2
075900     PERFORM  FAIL.                                               IX3054.2
076000 IXV-WRITE-305-11.                                                IX3054.2
076100     PERFORM  PRINT-DETAIL.                                       IX3054.2
076200 IXV-INIT-305-12.                                                 IX3054.2
076300*    EVERY RECORD, REWRITTEN OR NOT, NOW MATCHES ITS CURRENT      IX3054.2
076400*    LENGTH AND GENERATION.                                       IX3054.2
076500     CLOSE    IXV-FILE                                            IX3054.2
076571     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX3054.2
076572         IXV-FSTATUS CCVS-IOT-NOKEY                               IX3054.2
076573         BY CONTENT "CLOSE  IXV-FILE        I0008T ".             IX3054.2
076600     MOVE     ZERO TO IXV-BAD-CNT.                                IX3054.2
076700     OPEN     INPUT IXV-FILE                                      IX3054.2
076771     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX3054.2
076772         IXV-FSTATUS CCVS-IOT-NOKEY                               IX3054.2
076773         BY CONTENT "OPEN   IXV-FILE        I0009T ".             IX3054.2
076800     PERFORM  IXV-CHECK-ONE VARYING IXV-I FROM 1 BY 1             IX3054.2
076900              UNTIL IXV-I > 10.                                   IX3054.2
077000     CLOSE    IXV-FILE                                            IX3054.2
077071     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX3054.2
077072         IXV-FSTATUS CCVS-IOT-NOKEY                               IX3054.2
077073         BY CONTENT "CLOSE  IXV-FILE        I0010T ".             IX3054.2
077100     MOVE     "VARIABLE BED FINAL" TO FEATURE.                    IX3054.2
077200     MOVE     "IX-36 4.7 REWRITE" TO ANSI-REFERENCE.              IX3054.2
077300 IXV-TEST-305-12.                                                 IX3054.2
077400     MOVE     "IXV-TEST-305-12" TO PAR-NAME.                      IX3054.2
077500     IF       IXV-BAD-CNT = ZERO                                  IX3054.2
077600              PERFORM PASS                                        IX3054.2
077700              GO TO IXV-WRITE-305-12.                             IX3054.2
077800     MOVE     IXV-BAD-CNT TO COMPUTED-18V0.                       IX3054.2
077900     MOVE     ZERO TO CORRECT-18V0.                               IX3054.2
078000     MOVE     "RECORDS WRONG AFTER THE REWRITES" TO RE-MARK.      IX3054.2
078100     PERFORM  FAIL.                                               IX3054.2
078200 IXV-WRITE-305-12.                                                IX3054.2
078300     PERFORM  PRINT-DETAIL.                                       IX3054.2
078400     GO       TO CCVS-999999.                                     IX3054.2
078500 IXV-BUILD-IMAGE.                                                 IX3054.2
078600     MOVE     IXV-I TO IXV-IMG-KEY.                               IX3054.2
078700     MOVE     IXV-CUR-LEN (IXV-I) TO IXV-IMG-LEN.                 IX3054.2
078800     MOVE     IXV-CUR-GEN (IXV-I) TO IXV-IMG-GEN.                 IX3054.2
078900     MOVE     IXV-PATTERN TO IXV-IMG-BODY.                        IX3054.2
079000 IXV-WRITE-ONE.                                                   IX3054.2
079100     COMPUTE  IXV-CUR-LEN (IXV-I) = 15 + 5 * IXV-I.               IX3054.2
079200     MOVE     "A" TO IXV-CUR-GEN (IXV-I).                         IX3054.2
079300     PERFORM  IXV-BUILD-IMAGE.                                    IX3054.2
079400     MOVE     IXV-IMAGE TO IXV-REC.                               IX3054.2
079500     MOVE     IXV-CUR-LEN (IXV-I) TO IXV-LEN.                     IX3054.2
079571     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX3054.2
079572         IXV-FSTATUS CCVS-IOT-KEY                                 IX3054.2
079573         BY CONTENT "WRITE  IXV-FILE        I0011B "              IX3054.2
079600     WRITE    IXV-REC                                             IX3054.2
079700              INVALID KEY                                         IX3054.2
079771                 MOVE IXV-REC-KEY TO CCVS-IOT-KEY                 IX3054.2
079772                 CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME        IX3054.2
079773                     IXV-FSTATUS CCVS-IOT-KEY                     IX3054.2
079774                     BY CONTENT "WRITE  IXV-FILE        I0011P "  IX3054.2
079775                 MOVE "Y" TO IXV-INVALID-SW.                      IX3054.2
079776     MOVE IXV-REC-KEY TO CCVS-IOT-KEY                             IX3054.2
079777     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX3054.2
079778         IXV-FSTATUS CCVS-IOT-KEY                                 IX3054.2
079779         BY CONTENT "WRITE  IXV-FILE        I0011T ".             IX3054.2
079800     IF       IXV-FSTATUS NOT = "00"                              IX3054.2
079900              ADD 1 TO IXV-BAD-CNT.                               IX3054.2
080000 IXV-READ-KEY.                                                    IX3054.2
080100     MOVE     SPACE TO IXV-REC.                                   IX3054.2
080200     MOVE     IXV-I TO IXV-REC-KEY.                               IX3054.2
080300     MOVE     ZERO TO IXV-LEN.                                    IX3054.2
080371     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX3054.2
080372         IXV-FSTATUS CCVS-IOT-KEY                                 IX3054.2
080373         BY CONTENT "READ   IXV-FILE        I0012B "              IX3054.2
080400     READ     IXV-FILE                                            IX3054.2
080500              INVALID KEY                                         IX3054.2
080571                 MOVE IXV-REC-KEY TO CCVS-IOT-KEY                 IX3054.2
080572                 CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME        IX3054.2
080573                     IXV-FSTATUS CCVS-IOT-KEY                     IX3054.2
080574                     BY CONTENT "READ   IXV-FILE        I0012P "  IX3054.2
080575                 MOVE "Y" TO IXV-INVALID-SW.                      IX3054.2
080576     MOVE IXV-REC-KEY TO CCVS-IOT-KEY                             IX3054.2
080577     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX3054.2
080578         IXV-FSTATUS CCVS-IOT-KEY                                 IX3054.2
080579         BY CONTENT "READ   IXV-FILE        I0012T ".             IX3054.2
080600 IXV-CHECK-ONE.                                                   IX3054.2
080700*    RE-READ RECORD IXV-I AND COMPARE IT WITH THE IMAGE ITS       IX3054.2
080800*    CURRENT LENGTH AND GENERATION CALL FOR.                      IX3054.2
080900     PERFORM  IXV-READ-KEY.                                       IX3054.2
081000     PERFORM  IXV-BUILD-IMAGE.                                    IX3054.2
081100     MOVE     IXV-LEN TO IXV-REREAD-LEN.                          IX3054.2
081200     IF       IXV-FSTATUS NOT = "00"                              IX3054.2
081300              OR IXV-LEN NOT = IXV-CUR-LEN (IXV-I)                IX3054.2
081400              ADD 1 TO IXV-BAD-CNT                                IX3054.2
081500     ELSE                                                         IX3054.2
081600              IF IXV-REC (1:IXV-LEN) NOT = IXV-IMAGE (1:IXV-LEN)  IX3054.2
081700                 ADD 1 TO IXV-BAD-CNT.                            IX3054.2
081800 IXV-COUNT-ONE.                                                   IX3054.2
081871     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX3054.2
081872         IXV-FSTATUS CCVS-IOT-KEY                                 IX3054.2
081873         BY CONTENT "READ   IXV-FILE        I0013B "              IX3054.2
081900     READ     IXV-FILE NEXT RECORD                                IX3054.2
082000              AT END                                              IX3054.2
082071                 MOVE IXV-REC-KEY TO CCVS-IOT-KEY                 IX3054.2
082072                 CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME        IX3054.2
082073                     IXV-FSTATUS CCVS-IOT-KEY                     IX3054.2
082074                     BY CONTENT "READ   IXV-FILE        I0013P "  IX3054.2
082075                 MOVE "Y" TO IXV-EOF-SW.                          IX3054.2
082076     MOVE IXV-REC-KEY TO CCVS-IOT-KEY                             IX3054.2
082077     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX3054.2
082078         IXV-FSTATUS CCVS-IOT-KEY                                 IX3054.2
082079         BY CONTENT "READ   IXV-FILE        I0013T ".             IX3054.2
082100     IF       IXV-EOF-SW NOT = "Y"                                IX3054.2
082200              ADD 1 TO IXV-REC-CNT.                               IX3054.2
082300 IXV-REWRITE-ONE.                                                 IX3054.2
082400*    READ RECORD IXV-I, REWRITE IT AT IXV-NEW-LEN AS              IX3054.2
082500*    GENERATION IXV-NEW-GEN, RE-READ IT, AND JOURNAL THE          IX3054.2
082600*    BEFORE AND AFTER IMAGES.  ONLY A SUCCESSFUL REWRITE          IX3054.2
082700*    CHANGES WHAT THE RECORD IS EXPECTED TO HOLD.                 IX3054.2
082800     PERFORM  IXV-READ-KEY.                                       IX3054.2
082900     MOVE     SPACE TO UJ-BEFORE-IMG.                             IX3054.2
083000     MOVE     IXV-REC TO UJ-BEFORE-IMG (1:80).                    IX3054.2
083100     MOVE     IXV-I TO IXV-IMG-KEY.                               IX3054.2
083200     MOVE     IXV-NEW-LEN TO IXV-IMG-LEN.                         IX3054.2
083300     MOVE     IXV-NEW-GEN TO IXV-IMG-GEN.                         IX3054.2
083400     MOVE     IXV-PATTERN TO IXV-IMG-BODY.                        IX3054.2
083500     MOVE     IXV-IMAGE TO IXV-REC.                               IX3054.2
083600     MOVE     IXV-NEW-LEN TO IXV-LEN.                             IX3054.2
083671     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX3054.2
083672         IXV-FSTATUS CCVS-IOT-KEY                                 IX3054.2
083673         BY CONTENT "REWRITEIXV-FILE        I0014B "              IX3054.2
083700     REWRITE  IXV-REC                                             IX3054.2
083800              INVALID KEY                                         IX3054.2
083871                 MOVE IXV-REC-KEY TO CCVS-IOT-KEY                 IX3054.2
083872                 CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME        IX3054.2
083873                     IXV-FSTATUS CCVS-IOT-KEY                     IX3054.2
083874                     BY CONTENT "REWRITEIXV-FILE        I0014P "  IX3054.2
083875                 MOVE "Y" TO IXV-INVALID-SW.                      IX3054.2
083876     MOVE IXV-REC-KEY TO CCVS-IOT-KEY                             IX3054.2
083877     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    IX3054.2
083878         IXV-FSTATUS CCVS-IOT-KEY                                 IX3054.2
083879         BY CONTENT "REWRITEIXV-FILE        I0014T ".             IX3054.2
083900     MOVE     IXV-FSTATUS TO IXV-REWRITE-STAT.                    IX3054.2
084000     IF       IXV-REWRITE-STAT = "00"                             IX3054.2
084100              MOVE IXV-NEW-LEN TO IXV-CUR-LEN (IXV-I)             IX3054.2
084200              MOVE IXV-NEW-GEN TO IXV-CUR-GEN (IXV-I).            IX3054.2
084300     MOVE     ZERO TO IXV-BAD-CNT.                                IX3054.2
084400     PERFORM  IXV-CHECK-ONE.                                      IX3054.2
084500     MOVE     IXV-BAD-CNT TO IXV-REREAD-BAD.                      IX3054.2
084600     MOVE     "REWRITE" TO UJ-OP.                                 IX3054.2
084700     MOVE     IXV-I TO UJ-KEY-NUM.                                IX3054.2
084800     MOVE     SPACE TO UJ-AFTER-IMG.                              IX3054.2
084900     MOVE     IXV-REC TO UJ-AFTER-IMG (1:80).                     IX3054.2
085000     CALL     "CCVSUPJ" USING CCVS-PGM-ID PAR-NAME UJ-OP          IX3054.2
085100              UJ-KEY-TEXT UJ-BEFORE-IMG UJ-AFTER-IMG.             IX3054.2
085200 CCVS-EXIT SECTION.                                               IX3054.2
085300 CCVS-999999.                                                     IX3054.2
085400     GO TO CLOSE-FILES.                                           IX3054.2
