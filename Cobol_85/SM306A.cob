000100 IDENTIFICATION DIVISION.                                         SM3064.2
000200 PROGRAM-ID.                                                      SM3064.2
000300     SM306A.                                                      SM3064.2
000400****************************************************************  SM3064.2
000500*                                                              *  SM3064.2
000600*    VALIDATION FOR:-                                          *  SM3064.2
000700*                                                              *  SM3064.2
000800*    "ON-SITE VALIDATION, NATIONAL INSTITUTE OF STD & TECH.     ".SM3064.2
000900*                                                              *  SM3064.2
001000*    "COBOL 85 VERSION 4.2, Apr  1993 SSVG                      ".SM3064.2
001100*                                                              *  SM3064.2
001200****************************************************************  SM3064.2
001300*                                                              *  SM3064.2
001400*      X-CARDS USED BY THIS PROGRAM ARE :-                     *  SM3064.2
001500*                                                              *  SM3064.2
001600*        X-55  - SYSTEM PRINTER NAME.                          *  SM3064.2
001700*        X-82  - SOURCE COMPUTER NAME.                         *  SM3064.2
001800*        X-83  - OBJECT COMPUTER NAME.                         *  SM3064.2
001900*                                                              *  SM3064.2
002000****************************************************************  SM3064.2
002100*                                                              *  SM3064.2
002164*    SM306A SORTS AND MERGES A FILE ONTO ITSELF: THE GIVING    *  SM3064.2
002228*    FILE IS ALSO ONE OF THE USING FILES, WHICH THE STANDARD   *  SM3064.2
002292*    ALLOWS AND PRODUCTION JOBS USE FOR RE-SEQUENCING IN       *  SM3064.2
002356*    PLACE.  THREE 80-BYTE BEDS ARE BUILT HERE:                *  SM3064.2
002420*                                                              *  SM3064.2
002484*      - XXXXX086  50 RECORDS IN SCRAMBLED KEY ORDER,          *  SM3064.2
002548*      - XXXXX087  30 RECORDS IN SCRAMBLED KEY ORDER,          *  SM3064.2
002612*      - XXXXX088  20 RECORDS ALREADY IN KEY ORDER.            *  SM3064.2
002676*                                                              *  SM3064.2
002740*    CASES: SORT USING 086 GIVING 086; SORT USING 086 087      *  SM3064.2
002804*    GIVING 087; MERGE USING 086 088 GIVING 086 (TARGET IS     *  SM3064.2
002868*    THE FIRST INPUT); MERGE USING 088 087 GIVING 087          *  SM3064.2
002932*    (TARGET IS THE LAST INPUT).  MERGE NEEDS TWO OR MORE      *  SM3064.2
002996*    USING FILES, SO IT HAS NO SINGLE-FILE CASE.  EACH         *  SM3064.2
003060*    TARGET IS RE-READ FOR ITS RECORD COUNT, ASCENDING         *  SM3064.2
003124*    SEQUENCE, KEY TOTAL AND RECORD CONTENTS, SO A RECORD      *  SM3064.2
003188*    LOST WHEN THE INPUT IS TRUNCATED AND REWRITTEN SHOWS.     *  SM3064.2
003252*                                                              *  SM3064.2
003316*    EACH BED CARRIES A CCVSSCK SIDECAR, REWRITTEN AFTER       *  SM3064.2
003380*    EVERY SORT OR MERGE THAT TARGETS IT AND THEN VERIFIED.    *  SM3064.2
003444*    THE SIDECAR CHECKSUM IGNORES RECORD ORDER, SO A STALE     *  SM3064.2
003508*    SIDECAR IS ONLY ASSERTED WHERE THE RECORD COUNT GROWS.    *  SM3064.2
003572*    THE BEDS ARE LEFT IN PLACE FOR THE CCVSSCW SWEEP.         *  SM3064.2
003636*                                                              *  SM3064.2
003700****************************************************************  SM3064.2
003800 ENVIRONMENT DIVISION.                                            SM3064.2
003900 CONFIGURATION SECTION.                                           SM3064.2
004000 SOURCE-COMPUTER.                                                 SM3064.2
004100     COPY CCVSTRG.                                                SM3064.2
004200 OBJECT-COMPUTER.                                                 SM3064.2
004300     COPY CCVSTRG.                                                SM3064.2
004400 INPUT-OUTPUT SECTION.                                            SM3064.2
004500 FILE-CONTROL.                                                    SM3064.2
004600     SELECT PRINT-FILE ASSIGN TO                                  SM3064.2
004700     "report.log".                                                SM3064.2
004800     SELECT   CSV-RESULTS-FILE ASSIGN TO                          SM3064.2
004900     "results.csv".                                               SM3064.2
005000     SELECT   SUITE-SUMMARY-FILE ASSIGN TO                        SM3064.2
005100     "suite_summary.csv"                                          SM3064.2
005200     FILE STATUS IS WS-SS-FILE-STATUS.                            SM3064.2
005300     SELECT   NEGATIVE-PATH-FILE ASSIGN TO                        SM3064.2
005400     "negative_path.csv"                                          SM3064.2
005500     FILE STATUS IS WS-NP-FILE-STATUS.                            SM3064.2
005600     SELECT   XCARD-PARM-FILE ASSIGN TO                           SM3064.2
005700     "xcard.dat"                                                  SM3064.2
005800     ORGANIZATION LINE SEQUENTIAL                                 SM3064.2
005900     FILE STATUS IS WS-XCARD-FSTATUS.                             SM3064.2
005906     SELECT   SMS-BED-A ASSIGN TO                                 SM3064.2
005912     "XXXXX086"                                                   SM3064.2
005918     FILE STATUS IS SMS-FSTATUS.                                  SM3064.2
005924     SELECT   SMS-BED-B ASSIGN TO                                 SM3064.2
005930     "XXXXX087"                                                   SM3064.2
005936     FILE STATUS IS SMS-FSTATUS.                                  SM3064.2
005942     SELECT   SMS-BED-C ASSIGN TO                                 SM3064.2
005948     "XXXXX088"                                                   SM3064.2
005954     FILE STATUS IS SMS-FSTATUS.                                  SM3064.2
005960     SELECT   SMS-CHK-FILE ASSIGN TO                              SM3064.2
005966     DYNAMIC SMS-CHK-FNAME                                        SM3064.2
005972     FILE STATUS IS SMS-FSTATUS.                                  SM3064.2
005978     SELECT   SMS-WORK ASSIGN TO                                  SM3064.2
005984     "XXXXX027".                                                  SM3064.2
006000 DATA DIVISION.                                                   SM3064.2
006100 FILE SECTION.                                                    SM3064.2
006200 FD  PRINT-FILE.                                                  SM3064.2
006300 01  PRINT-REC PICTURE X(120).                                    SM3064.2
006400 01  DUMMY-RECORD PICTURE X(120).                                 SM3064.2
006500 FD  CSV-RESULTS-FILE.                                            SM3064.2
006600 01  CSV-RESULTS-REC PICTURE X(200).                              SM3064.2
006700 FD  SUITE-SUMMARY-FILE.                                          SM3064.2
006800 01  SUITE-SUMMARY-REC PICTURE X(80).                             SM3064.2
006900 FD  NEGATIVE-PATH-FILE.                                          SM3064.2
007000 01  NEGATIVE-PATH-REC PICTURE X(200).                            SM3064.2
007100 FD  XCARD-PARM-FILE.                                             SM3064.2
007200 01  XCARD-PARM-REC PIC X(80).                                    SM3064.2
007205 FD  SMS-BED-A                                                    SM3064.2
007210     RECORD CONTAINS 80 CHARACTERS.                               SM3064.2
007215 01  SMS-A-REC             PIC X(80).                             SM3064.2
007220 FD  SMS-BED-B                                                    SM3064.2
007225     RECORD CONTAINS 80 CHARACTERS.                               SM3064.2
007230 01  SMS-B-REC             PIC X(80).                             SM3064.2
007235 FD  SMS-BED-C                                                    SM3064.2
007240     RECORD CONTAINS 80 CHARACTERS.                               SM3064.2
007245 01  SMS-C-REC             PIC X(80).                             SM3064.2
007250 FD  SMS-CHK-FILE                                                 SM3064.2
007255     RECORD CONTAINS 80 CHARACTERS.                               SM3064.2
007260 01  SMS-CHK-REC           PIC X(80).                             SM3064.2
007265 SD  SMS-WORK                                                     SM3064.2
007270     RECORD CONTAINS 80 CHARACTERS.                               SM3064.2
007275 01  SMS-WORK-REC.                                                SM3064.2
007280     02  SMS-WORK-KEY      PIC 9(5).                              SM3064.2
007285     02  FILLER            PIC X(75).                             SM3064.2
007300 WORKING-STORAGE SECTION.                                         SM3064.2
007400 77  SMS-FSTATUS           PIC XX    VALUE SPACE.                 SM3064.2
007410 77  SMS-CHK-FNAME         PIC X(8)  VALUE SPACE.                 SM3064.2
007420 77  SMS-I                 PIC 9(3)  VALUE ZERO.                  SM3064.2
007430 77  SMS-PRODUCT           PIC 9(5)  VALUE ZERO.                  SM3064.2
007440 77  SMS-QUOT              PIC 9(5)  VALUE ZERO.                  SM3064.2
007450 77  SMS-EOF-SW            PIC X     VALUE SPACE.                 SM3064.2
007460 77  SMS-CNT               PIC 9(5)  VALUE ZERO.                  SM3064.2
007470 77  SMS-SEQ-BAD           PIC 9(5)  VALUE ZERO.                  SM3064.2
007480 77  SMS-PAY-BAD           PIC 9(5)  VALUE ZERO.                  SM3064.2
007490 77  SMS-LAST-KEY          PIC 9(5)  VALUE ZERO.                  SM3064.2
007500 77  SMS-KEY-SUM           PIC 9(7)  VALUE ZERO.                  SM3064.2
007510 77  SMS-SUM-A             PIC 9(7)  VALUE ZERO.                  SM3064.2
007520 77  SMS-SUM-B             PIC 9(7)  VALUE ZERO.                  SM3064.2
007530 77  SMS-SUM-C             PIC 9(7)  VALUE ZERO.                  SM3064.2
007540 77  SMS-BUILD-SUM         PIC 9(7)  VALUE ZERO.                  SM3064.2
007550 77  SMS-EXPECT-CNT        PIC 9(5)  VALUE ZERO.                  SM3064.2
007560 77  SMS-EXPECT-SUM        PIC 9(7)  VALUE ZERO.                  SM3064.2
007570 77  SMS-A-CNT             PIC 9(5)  VALUE ZERO.                  SM3064.2
007580 77  SMS-A-SEQ-BAD         PIC 9(5)  VALUE ZERO.                  SM3064.2
007590 77  SMS-STALE-STAT        PIC XX    VALUE SPACE.                 SM3064.2
007600 77  SMS-FRESH-STAT        PIC XX    VALUE SPACE.                 SM3064.2
007610 01  SMS-REC-IMAGE.                                               SM3064.2
007620     02  SMS-KEY           PIC 9(5).                              SM3064.2
007630     02  SMS-TAG           PIC X.                                 SM3064.2
007640     02  SMS-KEY-COPY      PIC 9(5).                              SM3064.2
007650     02  SMS-TEXT          PIC X(69).                             SM3064.2
007660 01  SMS-TEXT-VALUE        PIC X(69) VALUE                        SM3064.2
007670     "SM306A IN-PLACE SORT/MERGE BED RECORD -- MUST SURVIVE".     SM3064.2
007680 01  SMS-SCK-MODE          PIC X     VALUE SPACE.                 SM3064.2
007690 01  SMS-SCK-ORG           PIC X     VALUE "1".                   SM3064.2
007700 01  SMS-SCK-FNAME         PIC X(60) VALUE SPACE.                 SM3064.2
007710 01  SMS-SCK-STATUS        PIC XX    VALUE SPACE.                 SM3064.2
008100 01  TEST-RESULTS.                                                SM3064.2
008200     02 FILLER                   PIC X      VALUE SPACE.          SM3064.2
008300     02 FEATURE                  PIC X(20)  VALUE SPACE.          SM3064.2
008400 02 FEATURE-CODE PICTURE X(8) VALUE SPACE.                        SM3064.2
008500     02 FILLER                   PIC X      VALUE SPACE.          SM3064.2
008600     02 P-OR-F                   PIC X(5)   VALUE SPACE.          SM3064.2
008700     02 FILLER                   PIC X      VALUE SPACE.          SM3064.2
008800     02  PAR-NAME.                                                SM3064.2
008900       03 FILLER                 PIC X(19)  VALUE SPACE.          SM3064.2
009000       03  PARDOT-X              PIC X      VALUE SPACE.          SM3064.2
009100       03 DOTVALUE               PIC 99     VALUE ZERO.           SM3064.2
009200     02 FILLER                   PIC X(8)   VALUE SPACE.          SM3064.2
009300     02 RE-MARK                  PIC X(61).                       SM3064.2
009400 01  TEST-COMPUTED.                                               SM3064.2
009500     02 FILLER                   PIC X(30)  VALUE SPACE.          SM3064.2
009600     02 FILLER                   PIC X(17)  VALUE                 SM3064.2
009700            "       COMPUTED=".                                   SM3064.2
009800     02 COMPUTED-X.                                               SM3064.2
009900     03 COMPUTED-A               PIC X(20)  VALUE SPACE.          SM3064.2
010000     03 COMPUTED-N               REDEFINES COMPUTED-A             SM3064.2
010100                                 PIC -9(9).9(9).                  SM3064.2
010200     03 COMPUTED-0V18 REDEFINES COMPUTED-A   PIC -.9(18).         SM3064.2
010300     03 COMPUTED-4V14 REDEFINES COMPUTED-A   PIC -9(4).9(14).     SM3064.2
010400     03 COMPUTED-14V4 REDEFINES COMPUTED-A   PIC -9(14).9(4).     SM3064.2
010500     03       CM-18V0 REDEFINES COMPUTED-A.                       SM3064.2
010600         04 COMPUTED-18V0                    PIC -9(18).          SM3064.2
010700         04 FILLER                           PIC X.               SM3064.2
010800     03 FILLER PIC X(50) VALUE SPACE.                             SM3064.2
010900 01  TEST-CORRECT.                                                SM3064.2
011000     02 FILLER PIC X(30) VALUE SPACE.                             SM3064.2
011100     02 FILLER PIC X(17) VALUE "       CORRECT =".                SM3064.2
011200     02 CORRECT-X.                                                SM3064.2
011300     03 CORRECT-A                  PIC X(20) VALUE SPACE.         SM3064.2
011400     03 CORRECT-N    REDEFINES CORRECT-A     PIC -9(9).9(9).      SM3064.2
011500     03 CORRECT-0V18 REDEFINES CORRECT-A     PIC -.9(18).         SM3064.2
011600     03 CORRECT-4V14 REDEFINES CORRECT-A     PIC -9(4).9(14).     SM3064.2
011700     03 CORRECT-14V4 REDEFINES CORRECT-A     PIC -9(14).9(4).     SM3064.2
011800     03      CR-18V0 REDEFINES CORRECT-A.                         SM3064.2
011900         04 CORRECT-18V0                     PIC -9(18).          SM3064.2
012000         04 FILLER                           PIC X.               SM3064.2
012100     03 FILLER PIC X(2) VALUE SPACE.                              SM3064.2
012200     03 COR-ANSI-REFERENCE             PIC X(48) VALUE SPACE.     SM3064.2
012300 01  CCVS-C-1.                                                    SM3064.2
012400     02 FILLER  PIC IS X(99)    VALUE IS " FEATURE              PASM3064.2
012500-    "SS  PARAGRAPH-NAME                                          SM3064.2
012600-    "       REMARKS".                                            SM3064.2
012700     02 FILLER                     PIC X(20)    VALUE SPACE.      SM3064.2
012800 01  CCVS-C-2.                                                    SM3064.2
012900     02 FILLER                     PIC X        VALUE SPACE.      SM3064.2
013000     02 FILLER                     PIC X(6)     VALUE "TESTED".   SM3064.2
013100     02 FILLER                     PIC X(15)    VALUE SPACE.      SM3064.2
013200     02 FILLER                     PIC X(4)     VALUE "FAIL".     SM3064.2
013300     02 FILLER                     PIC X(94)    VALUE SPACE.      SM3064.2
013400 01  REC-SKL-SUB                   PIC 9(2)     VALUE ZERO.       SM3064.2
013500 01  REC-CT                        PIC 99       VALUE ZERO.       SM3064.2
013600 01  DELETE-COUNTER                PIC 999      VALUE ZERO.       SM3064.2
013700 01  ERROR-COUNTER                 PIC 999      VALUE ZERO.       SM3064.2
013800 01  INSPECT-COUNTER               PIC 999      VALUE ZERO.       SM3064.2
013900 01  PASS-COUNTER                  PIC 999      VALUE ZERO.       SM3064.2
014000 01  TOTAL-ERROR                   PIC 999      VALUE ZERO.       SM3064.2
014100 01  ERROR-HOLD                    PIC 999      VALUE ZERO.       SM3064.2
014200 01  DUMMY-HOLD                    PIC X(120)   VALUE SPACE.      SM3064.2
014300 01  RECORD-COUNT                  PIC 9(5)     VALUE ZERO.       SM3064.2
014400 01  WS-PAGE-LINES-ALPHA PIC X(3) VALUE "060".                    SM3064.2
014500 01  WS-PAGE-LINES REDEFINES                                      SM3064.2
014600     WS-PAGE-LINES-ALPHA PIC 9(3).                                SM3064.2
014700 01  ANSI-REFERENCE                PIC X(48)    VALUE SPACES.     SM3064.2
014800 01  ANSI-CLAUSE-NUM PIC X(16) VALUE SPACES.                      SM3064.2
014900 01  WS-ANSI-IDX     PIC 9(2).                                    SM3064.2
015000 01  WS-ANSI-LEN     PIC 9(2).                                    SM3064.2
015100 01  CCVS-H-1.                                                    SM3064.2
015200     02  FILLER                    PIC X(39)    VALUE SPACES.     SM3064.2
015300     02  FILLER                    PIC X(42)    VALUE             SM3064.2
015400     "OFFICIAL COBOL COMPILER VALIDATION SYSTEM".                 SM3064.2
015500     02  FILLER                    PIC X(39)    VALUE SPACES.     SM3064.2
015600 01  CCVS-H-2A.                                                   SM3064.2
015700   02  FILLER                        PIC X(40)  VALUE SPACE.      SM3064.2
015800   02  FILLER                        PIC X(7)   VALUE "CCVS85 ".  SM3064.2
015900   02  FILLER                        PIC XXXX   VALUE             SM3064.2
016000     "4.2 ".                                                      SM3064.2
016100   02  FILLER                        PIC X(28)  VALUE             SM3064.2
016200            " COPY - NOT FOR DISTRIBUTION".                       SM3064.2
016300   02  FILLER                        PIC X(41)  VALUE SPACE.      SM3064.2
016400                                                                  SM3064.2
016500 01  CCVS-H-2B.                                                   SM3064.2
016600   02  FILLER                        PIC X(15)  VALUE             SM3064.2
016700            "TEST RESULT OF ".                                    SM3064.2
016800   02  TEST-ID                       PIC X(9).                    SM3064.2
016900   02  FILLER                        PIC X(4)   VALUE             SM3064.2
017000            " IN ".                                               SM3064.2
017100   02  FILLER                        PIC X(12)  VALUE             SM3064.2
017200     " HIGH       ".                                              SM3064.2
017300   02  FILLER                        PIC X(22)  VALUE             SM3064.2
017400            " LEVEL VALIDATION FOR ".                             SM3064.2
017500   02  FILLER                        PIC X(58)  VALUE             SM3064.2
017600     "ON-SITE VALIDATION, NATIONAL INSTITUTE OF STD & TECH.     ".SM3064.2
017700 01  CCVS-H-3.                                                    SM3064.2
017800     02  FILLER                      PIC X(34)  VALUE             SM3064.2
017900            " FOR OFFICIAL USE ONLY    ".                         SM3064.2
018000     02  FILLER                      PIC X(58)  VALUE             SM3064.2
018100     "COBOL 85 VERSION 4.2, Apr  1993 SSVG                      ".SM3064.2
018200     02  FILLER                      PIC X(28)  VALUE             SM3064.2
018300            "  COPYRIGHT   1985 ".                                SM3064.2
018400 01  CCVS-H-4.                                                    SM3064.2
018500     02  FILLER                      PIC X(15)  VALUE             SM3064.2
018600            "COMPILED DATE: ".                                    SM3064.2
018700     02  H4-BUILD-ID                 PIC X(16).                   SM3064.2
018800     02  FILLER                      PIC X(10)  VALUE             SM3064.2
018900            "  RUN ON: ".                                         SM3064.2
019000     02  H4-RUN-DATE                 PIC 9(8).                    SM3064.2
019100     02  FILLER                      PIC X(71)  VALUE SPACE.      SM3064.2
019200 01  CCVS-E-1.                                                    SM3064.2
019300     02 FILLER                       PIC X(52)  VALUE SPACE.      SM3064.2
019400     02 FILLER  PIC X(14) VALUE IS "END OF TEST-  ".              SM3064.2
019500     02 ID-AGAIN                     PIC X(9).                    SM3064.2
019600     02 FILLER                       PIC X(45)  VALUE SPACES.     SM3064.2
019700 01  CCVS-E-2.                                                    SM3064.2
019800     02  FILLER                      PIC X(31)  VALUE SPACE.      SM3064.2
019900     02  FILLER                      PIC X(21)  VALUE SPACE.      SM3064.2
020000     02 CCVS-E-2-2.                                               SM3064.2
020100         03 ERROR-TOTAL              PIC XXX    VALUE SPACE.      SM3064.2
020200         03 FILLER                   PIC X      VALUE SPACE.      SM3064.2
020300         03 ENDER-DESC               PIC X(44)  VALUE             SM3064.2
020400            "ERRORS ENCOUNTERED".                                 SM3064.2
020500 01  CCVS-E-3.                                                    SM3064.2
020600     02  FILLER                      PIC X(22)  VALUE             SM3064.2
020700            " FOR OFFICIAL USE ONLY".                             SM3064.2
020800     02  FILLER                      PIC X(12)  VALUE SPACE.      SM3064.2
020900     02  FILLER                      PIC X(58)  VALUE             SM3064.2
021000     "ON-SITE VALIDATION, NATIONAL INSTITUTE OF STD & TECH.     ".SM3064.2
021100     02  FILLER                      PIC X(13)  VALUE SPACE.      SM3064.2
021200     02 FILLER                       PIC X(15)  VALUE             SM3064.2
021300             " COPYRIGHT 1985".                                   SM3064.2
021400 01  CCVS-E-4.                                                    SM3064.2
021500     02 CCVS-E-4-1                   PIC XXX    VALUE SPACE.      SM3064.2
021600     02 FILLER                       PIC X(4)   VALUE " OF ".     SM3064.2
021700     02 CCVS-E-4-2                   PIC XXX    VALUE SPACE.      SM3064.2
021800     02 FILLER                       PIC X(40)  VALUE             SM3064.2
021900      "  TESTS WERE EXECUTED SUCCESSFULLY".                       SM3064.2
022000 01  XXINFO.                                                      SM3064.2
022100     02 FILLER                       PIC X(19)  VALUE             SM3064.2
022200            "*** INFORMATION ***".                                SM3064.2
022300     02 INFO-TEXT.                                                SM3064.2
022400       04 FILLER                     PIC X(8)   VALUE SPACE.      SM3064.2
022500       04 XXCOMPUTED                 PIC X(20).                   SM3064.2
022600       04 FILLER                     PIC X(5)   VALUE SPACE.      SM3064.2
022700       04 XXCORRECT                  PIC X(20).                   SM3064.2
022800     02 INF-ANSI-REFERENCE           PIC X(48).                   SM3064.2
022900 01  HYPHEN-LINE.                                                 SM3064.2
023000     02 FILLER  PIC IS X VALUE IS SPACE.                          SM3064.2
023100     02 FILLER  PIC IS X(65)    VALUE IS "************************SM3064.2
023200-    "*****************************************".                 SM3064.2
023300     02 FILLER  PIC IS X(54)    VALUE IS "************************SM3064.2
023400-    "******************************".                            SM3064.2
023500 01  CSV-HEADER-REC PICTURE X(200) VALUE                          SM3064.2
023600     "PGM-ID,FEATURE,FEATURE-CODE,PAR-NAME,                       SM3064.2
023700-    "P-OR-F,PASS,FAIL,DELETE,INSPECT".                           SM3064.2
023800 01  WS-SS-FILE-STATUS PICTURE XX VALUE SPACE.                    SM3064.2
023900 01  WS-NP-FILE-STATUS PIC XX VALUE SPACE.                        SM3064.2
024000 01  WS-FC-CNT PIC 9(3) VALUE ZERO.                               SM3064.2
024100 01  WS-BUILD-ID PIC X(16) VALUE SPACE.                           SM3064.2
024200 01  WS-RUN-DATE PIC 9(8) VALUE ZERO.                             SM3064.2
024300 01  WS-START-TIME PIC 9(8) VALUE ZERO.                           SM3064.2
024400 01  WS-END-TIME PIC 9(8) VALUE ZERO.                             SM3064.2
024500 01  WS-XCARD-FSTATUS PIC XX VALUE SPACE.                         SM3064.2
024600 01  WS-XCARD-EOF     PIC X  VALUE SPACE.                         SM3064.2
024700 01  WS-XCARD-CODE    PIC X(3).                                   SM3064.2
024800 01  WS-XCARD-VALUE   PIC X(8).                                   SM3064.2
024900     COPY     CCVSSED.                                            SM3064.2
025000 01  CCVS-PGM-ID                     PIC X(9)   VALUE             SM3064.2
025100     "SM306A".                                                    SM3064.2
025200 PROCEDURE DIVISION.                                              SM3064.2
025300 CCVS1 SECTION.                                                   SM3064.2
025400 OPEN-FILES.                                                      SM3064.2
025400     CALL     "CCVSHBT" USING CCVS-PGM-ID                         SM3064.2
025400              BY CONTENT "OPEN ".                                 SM3064.2
025500     PERFORM  LOAD-X-CARD-PARMS.                                  SM3064.2
025600     OPEN     OUTPUT PRINT-FILE.                                  SM3064.2
025700     OPEN     EXTEND SUITE-SUMMARY-FILE.                          SM3064.2
025800     IF       WS-SS-FILE-STATUS = "35"                            SM3064.2
025900              OPEN OUTPUT SUITE-SUMMARY-FILE                      SM3064.2
026000     END-IF.                                                      SM3064.2
026100     OPEN     EXTEND NEGATIVE-PATH-FILE.                          SM3064.2
026200     IF       WS-NP-FILE-STATUS = "35"                            SM3064.2
026300              OPEN OUTPUT NEGATIVE-PATH-FILE                      SM3064.2
026400     END-IF.                                                      SM3064.2
026500     MOVE WHEN-COMPILED TO WS-BUILD-ID.                           SM3064.2
026600     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.                       SM3064.2
026700     ACCEPT WS-START-TIME FROM TIME.                              SM3064.2
026800     MOVE WS-BUILD-ID TO H4-BUILD-ID.                             SM3064.2
026900     MOVE WS-RUN-DATE TO H4-RUN-DATE.                             SM3064.2
027000     OPEN     OUTPUT CSV-RESULTS-FILE.                            SM3064.2
027100     WRITE    CSV-RESULTS-REC FROM CSV-HEADER-REC.                SM3064.2
027200     MOVE CCVS-PGM-ID TO TEST-ID. MOVE CCVS-PGM-ID TO ID-AGAIN.   SM3064.2
027300     MOVE    SPACE TO TEST-RESULTS.                               SM3064.2
027400     PERFORM  HEAD-ROUTINE THRU COLUMN-NAMES-ROUTINE.             SM3064.2
027500     GO TO CCVS1-EXIT.                                            SM3064.2
027600 CLOSE-FILES.                                                     SM3064.2
027600     CALL     "CCVSHBT" USING CCVS-PGM-ID                         SM3064.2
027600              BY CONTENT "CLOSE".                                 SM3064.2
027700     ACCEPT WS-END-TIME FROM TIME.                                SM3064.2
027800     PERFORM END-ROUTINE THRU END-ROUTINE-13. CLOSE PRINT-FILE.   SM3064.2
027900     CLOSE    SUITE-SUMMARY-FILE.                                 SM3064.2
028000     CLOSE    NEGATIVE-PATH-FILE.                                 SM3064.2
028100     CLOSE    CSV-RESULTS-FILE.                                   SM3064.2
028200 TERMINATE-CCVS.                                                  SM3064.2
028300*S   EXIT PROGRAM.                                                SM3064.2
028400*SERMINATE-CALL.                                                  SM3064.2
028500     EVALUATE TRUE                                                SM3064.2
028600         WHEN ERROR-COUNTER NOT EQUAL TO ZERO                     SM3064.2
028700             MOVE 16 TO RETURN-CODE                               SM3064.2
028800         WHEN DELETE-COUNTER NOT EQUAL TO ZERO                    SM3064.2
028900             MOVE 8 TO RETURN-CODE                                SM3064.2
029000         WHEN INSPECT-COUNTER NOT EQUAL TO ZERO                   SM3064.2
029100             MOVE 4 TO RETURN-CODE                                SM3064.2
029200         WHEN OTHER                                               SM3064.2
029300             MOVE 0 TO RETURN-CODE                                SM3064.2
029400     END-EVALUATE.                                                SM3064.2
029500     STOP     RUN.                                                SM3064.2
029600 EXTRACT-ANSI-CLAUSE-NUM.                                         SM3064.2
029700     MOVE     SPACES TO ANSI-CLAUSE-NUM.                          SM3064.2
029800     MOVE     1 TO WS-ANSI-IDX.                                   SM3064.2
029900     PERFORM  UNTIL WS-ANSI-IDX > 48                              SM3064.2
030000         OR ANSI-REFERENCE (WS-ANSI-IDX:1) = SPACE                SM3064.2
030100         OR ANSI-REFERENCE (WS-ANSI-IDX:1) = ";"                  SM3064.2
030200         ADD 1 TO WS-ANSI-IDX                                     SM3064.2
030300     END-PERFORM.                                                 SM3064.2
030400     SUBTRACT 1 FROM WS-ANSI-IDX GIVING WS-ANSI-LEN.              SM3064.2
030500     IF       WS-ANSI-LEN > 0                                     SM3064.2
030600              MOVE ANSI-REFERENCE (1:WS-ANSI-LEN)                 SM3064.2
030700                      TO ANSI-CLAUSE-NUM                          SM3064.2
030800     END-IF.                                                      SM3064.2
030900 LOAD-X-CARD-PARMS.                                               SM3064.2
031000     OPEN     INPUT XCARD-PARM-FILE.                              SM3064.2
031100     IF       WS-XCARD-FSTATUS NOT = "35"                         SM3064.2
031200              PERFORM READ-XCARD-PARM-LINE                        SM3064.2
031300              PERFORM APPLY-XCARD-PARM-LINE                       SM3064.2
031400                      UNTIL WS-XCARD-EOF = "Y"                    SM3064.2
031500              CLOSE XCARD-PARM-FILE                               SM3064.2
031600     END-IF.                                                      SM3064.2
031700     MOVE     SPACE TO DUMMY-RECORD.                              SM3064.2
031700     STRING   "RANDOM SEED: " DELIMITED BY SIZE                   SM3064.2
031700              WS-RANDOM-SEED DELIMITED BY SIZE                    SM3064.2
031700              INTO DUMMY-RECORD.                                  SM3064.2
031700     CALL     "CCVSLOG" USING CCVS-PGM-ID                         SM3064.2
031700              DUMMY-RECORD.                                       SM3064.2
031700     MOVE     SPACE TO DUMMY-RECORD.                              SM3064.2
031800 READ-XCARD-PARM-LINE.                                            SM3064.2
031900     READ     XCARD-PARM-FILE INTO XCARD-PARM-REC                 SM3064.2
032000              AT END MOVE "Y" TO WS-XCARD-EOF.                    SM3064.2
032100 APPLY-XCARD-PARM-LINE.                                           SM3064.2
032200     UNSTRING XCARD-PARM-REC DELIMITED BY "="                     SM3064.2
032300              INTO WS-XCARD-CODE WS-XCARD-VALUE.                  SM3064.2
032400     EVALUATE WS-XCARD-CODE                                       SM3064.2
032500     WHEN "095" MOVE WS-XCARD-VALUE(1:3)                          SM3064.2
032600         TO WS-PAGE-LINES-ALPHA                                   SM3064.2
032700 WHEN "999" MOVE WS-XCARD-VALUE TO WS-RANDOM-SEED                 SM3064.2
032800         WHEN OTHER CONTINUE                                      SM3064.2
032900     END-EVALUATE.                                                SM3064.2
033000     PERFORM  READ-XCARD-PARM-LINE.                               SM3064.2
033100 INSPT. MOVE "INSPT" TO P-OR-F. ADD 1 TO INSPECT-COUNTER.         SM3064.2
033200 PASS.  MOVE "PASS " TO P-OR-F.  ADD 1 TO PASS-COUNTER.           SM3064.2
033300 FAIL.  MOVE "FAIL*" TO P-OR-F.  ADD 1 TO ERROR-COUNTER.          SM3064.2
033400 DE-LETE.  MOVE "*****" TO P-OR-F.  ADD 1 TO DELETE-COUNTER.      SM3064.2
033500     MOVE "****TEST DELETED****" TO RE-MARK.                      SM3064.2
033600 PRINT-DETAIL.                                                    SM3064.2
033700     IF REC-CT NOT EQUAL TO ZERO                                  SM3064.2
033800             MOVE "." TO PARDOT-X                                 SM3064.2
033900             MOVE REC-CT TO DOTVALUE.                             SM3064.2
034000     MOVE     TEST-RESULTS TO PRINT-REC. PERFORM WRITE-LINE.      SM3064.2
034100     PERFORM WRITE-CSV-LINE.                                      SM3064.2
034200     IF P-OR-F EQUAL TO "FAIL*"  PERFORM WRITE-LINE               SM3064.2
034300        PERFORM FAIL-ROUTINE THRU FAIL-ROUTINE-EX                 SM3064.2
034400          ELSE PERFORM BAIL-OUT THRU BAIL-OUT-EX.                 SM3064.2
034500     MOVE SPACE TO P-OR-F. MOVE SPACE TO COMPUTED-X.              SM3064.2
034600     MOVE SPACE TO CORRECT-X.                                     SM3064.2
034700     IF     REC-CT EQUAL TO ZERO  MOVE SPACE TO PAR-NAME.         SM3064.2
034800     MOVE     SPACE TO RE-MARK.                                   SM3064.2
034900 HEAD-ROUTINE.                                                    SM3064.2
035000     MOVE CCVS-H-1  TO DUMMY-RECORD. PERFORM WRITE-LINE 2 TIMES.  SM3064.2
035100     MOVE CCVS-H-2A TO DUMMY-RECORD. PERFORM WRITE-LINE 2 TIMES.  SM3064.2
035200     MOVE CCVS-H-2B TO DUMMY-RECORD. PERFORM WRITE-LINE 3 TIMES.  SM3064.2
035300     MOVE CCVS-H-3  TO DUMMY-RECORD. PERFORM WRITE-LINE 3 TIMES.  SM3064.2
035400     MOVE CCVS-H-4 TO DUMMY-RECORD. PERFORM WRITE-LINE.           SM3064.2
035500 COLUMN-NAMES-ROUTINE.                                            SM3064.2
035600     MOVE CCVS-C-1 TO DUMMY-RECORD. PERFORM WRITE-LINE.           SM3064.2
035700     MOVE CCVS-C-2 TO DUMMY-RECORD. PERFORM WRITE-LINE 2 TIMES.   SM3064.2
035800     MOVE HYPHEN-LINE TO DUMMY-RECORD. PERFORM WRITE-LINE.        SM3064.2
035900 END-ROUTINE.                                                     SM3064.2
036000     MOVE HYPHEN-LINE TO DUMMY-RECORD. PERFORM WRITE-LINE 5 TIMES.SM3064.2
036100 END-RTN-EXIT.                                                    SM3064.2
036200     MOVE CCVS-E-1 TO DUMMY-RECORD. PERFORM WRITE-LINE 2 TIMES.   SM3064.2
036300 END-ROUTINE-1.                                                   SM3064.2
036400      ADD ERROR-COUNTER TO ERROR-HOLD ADD INSPECT-COUNTER TO      SM3064.2
036500      ERROR-HOLD. ADD DELETE-COUNTER TO ERROR-HOLD.               SM3064.2
036600      ADD PASS-COUNTER TO ERROR-HOLD.                             SM3064.2
036700     MOVE SPACE TO SUITE-SUMMARY-REC.                             SM3064.2
036800     STRING CCVS-PGM-ID     DELIMITED BY SPACE ","                SM3064.2
036900            WS-BUILD-ID      DELIMITED BY SIZE  ","               SM3064.2
037000            WS-RUN-DATE      DELIMITED BY SIZE  ","               SM3064.2
037100            WS-START-TIME    DELIMITED BY SIZE  ","               SM3064.2
037200            WS-END-TIME      DELIMITED BY SIZE  ","               SM3064.2
037300            PASS-COUNTER    DELIMITED BY SIZE  ","                SM3064.2
037400            ERROR-COUNTER   DELIMITED BY SIZE  ","                SM3064.2
037500            DELETE-COUNTER DELIMITED BY SIZE  ","                 SM3064.2
037600            INSPECT-COUNTER DELIMITED BY SIZE                     SM3064.2
037700            INTO SUITE-SUMMARY-REC.                               SM3064.2
037800     WRITE SUITE-SUMMARY-REC.                                     SM3064.2
037900*     IF PASS-COUNTER EQUAL TO ERROR-HOLD GO TO END-ROUTINE-12.   SM3064.2
038000      MOVE PASS-COUNTER TO CCVS-E-4-1.                            SM3064.2
038100      MOVE ERROR-HOLD TO CCVS-E-4-2.                              SM3064.2
038200      MOVE CCVS-E-4 TO CCVS-E-2-2.                                SM3064.2
038300      MOVE CCVS-E-2 TO DUMMY-RECORD PERFORM WRITE-LINE.           SM3064.2
038400  END-ROUTINE-12.                                                 SM3064.2
038500      MOVE "TEST(S) FAILED" TO ENDER-DESC.                        SM3064.2
038600     IF       ERROR-COUNTER IS EQUAL TO ZERO                      SM3064.2
038700         MOVE "NO " TO ERROR-TOTAL                                SM3064.2
038800         ELSE                                                     SM3064.2
038900         MOVE ERROR-COUNTER TO ERROR-TOTAL.                       SM3064.2
039000     MOVE     CCVS-E-2 TO DUMMY-RECORD.                           SM3064.2
039100     PERFORM WRITE-LINE.                                          SM3064.2
039200 END-ROUTINE-13.                                                  SM3064.2
039300     IF DELETE-COUNTER IS EQUAL TO ZERO                           SM3064.2
039400         MOVE "NO " TO ERROR-TOTAL  ELSE                          SM3064.2
039500         MOVE DELETE-COUNTER TO ERROR-TOTAL.                      SM3064.2
039600     MOVE "TEST(S) DELETED     " TO ENDER-DESC.                   SM3064.2
039700     MOVE CCVS-E-2 TO DUMMY-RECORD. PERFORM WRITE-LINE.           SM3064.2
039800      IF   INSPECT-COUNTER EQUAL TO ZERO                          SM3064.2
039900          MOVE "NO " TO ERROR-TOTAL                               SM3064.2
040000      ELSE MOVE INSPECT-COUNTER TO ERROR-TOTAL.                   SM3064.2
040100      MOVE "TEST(S) REQUIRE INSPECTION" TO ENDER-DESC.            SM3064.2
040200      MOVE CCVS-E-2 TO DUMMY-RECORD. PERFORM WRITE-LINE.          SM3064.2
040300     MOVE CCVS-E-3 TO DUMMY-RECORD. PERFORM WRITE-LINE.           SM3064.2
040400 WRITE-LINE.                                                      SM3064.2
040500     ADD 1 TO RECORD-COUNT.                                       SM3064.2
040600     IF RECORD-COUNT GREATER WS-PAGE-LINES                        SM3064.2
040700         MOVE DUMMY-RECORD TO DUMMY-HOLD                          SM3064.2
040800         MOVE SPACE TO DUMMY-RECORD                               SM3064.2
040900         WRITE DUMMY-RECORD AFTER ADVANCING 1 LINES               SM3064.2
041000         MOVE CCVS-H-1  TO DUMMY-RECORD PERFORM WRT-LN 2 TIMES    SM3064.2
041100         MOVE CCVS-H-2A TO DUMMY-RECORD PERFORM WRT-LN 2 TIMES    SM3064.2
041200         MOVE CCVS-H-2B TO DUMMY-RECORD PERFORM WRT-LN 3 TIMES    SM3064.2
041300         MOVE CCVS-H-3  TO DUMMY-RECORD PERFORM WRT-LN 3 TIMES    SM3064.2
041400         MOVE CCVS-H-4 TO DUMMY-RECORD PERFORM WRT-LN             SM3064.2
041500         MOVE CCVS-C-1  TO DUMMY-RECORD PERFORM WRT-LN            SM3064.2
041600         MOVE CCVS-C-2  TO DUMMY-RECORD PERFORM WRT-LN            SM3064.2
041700         MOVE HYPHEN-LINE TO DUMMY-RECORD PERFORM WRT-LN          SM3064.2
041800         MOVE DUMMY-HOLD TO DUMMY-RECORD                          SM3064.2
041900         MOVE ZERO TO RECORD-COUNT.                               SM3064.2
042000     PERFORM WRT-LN.                                              SM3064.2
042100 WRT-LN.                                                          SM3064.2
042200     WRITE    DUMMY-RECORD AFTER ADVANCING 1 LINES.               SM3064.2
042300     MOVE SPACE TO DUMMY-RECORD.                                  SM3064.2
042400 DERIVE-FEATURE-CODE.                                             SM3064.2
042500         MOVE SPACES TO FEATURE-CODE.                             SM3064.2
042600         MOVE ZERO TO WS-FC-CNT.                                  SM3064.2
042700         INSPECT FEATURE TALLYING WS-FC-CNT                       SM3064.2
042800             FOR ALL "UNSTRING".                                  SM3064.2
042900         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                SM3064.2
043000             MOVE "UNSTRING" TO FEATURE-CODE.                     SM3064.2
043100         MOVE ZERO TO WS-FC-CNT.                                  SM3064.2
043200         INSPECT FEATURE TALLYING WS-FC-CNT                       SM3064.2
043300             FOR ALL "REWRITE".                                   SM3064.2
043400         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                SM3064.2
043500             MOVE "REWRITE" TO FEATURE-CODE.                      SM3064.2
043600         MOVE ZERO TO WS-FC-CNT.                                  SM3064.2
043700         INSPECT FEATURE TALLYING WS-FC-CNT                       SM3064.2
043800             FOR ALL "SORT".                                      SM3064.2
043900         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                SM3064.2
044000             MOVE "SORT" TO FEATURE-CODE.                         SM3064.2
044100         MOVE ZERO TO WS-FC-CNT.                                  SM3064.2
044200         INSPECT FEATURE TALLYING WS-FC-CNT                       SM3064.2
044300             FOR ALL "MERGE".                                     SM3064.2
044400         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                SM3064.2
044500             MOVE "MERGE" TO FEATURE-CODE.                        SM3064.2
044600         MOVE ZERO TO WS-FC-CNT.                                  SM3064.2
044700         INSPECT FEATURE TALLYING WS-FC-CNT                       SM3064.2
044800             FOR ALL "WRITE".                                     SM3064.2
044900         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                SM3064.2
045000             MOVE "WRITE" TO FEATURE-CODE.                        SM3064.2
045100         MOVE ZERO TO WS-FC-CNT.                                  SM3064.2
045200         INSPECT FEATURE TALLYING WS-FC-CNT                       SM3064.2
045300             FOR ALL "DELETE".                                    SM3064.2
045400         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                SM3064.2
045500             MOVE "DELETE" TO FEATURE-CODE.                       SM3064.2
045600         MOVE ZERO TO WS-FC-CNT.                                  SM3064.2
045700         INSPECT FEATURE TALLYING WS-FC-CNT                       SM3064.2
045800             FOR ALL "READ".                                      SM3064.2
045900         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                SM3064.2
046000             MOVE "READ" TO FEATURE-CODE.                         SM3064.2
046100         MOVE ZERO TO WS-FC-CNT.                                  SM3064.2
046200         INSPECT FEATURE TALLYING WS-FC-CNT                       SM3064.2
046300             FOR ALL "OPEN".                                      SM3064.2
046400         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                SM3064.2
046500             MOVE "OPEN" TO FEATURE-CODE.                         SM3064.2
046600         MOVE ZERO TO WS-FC-CNT.                                  SM3064.2
046700         INSPECT FEATURE TALLYING WS-FC-CNT                       SM3064.2
046800             FOR ALL "CLOSE".                                     SM3064.2
046900         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                SM3064.2
047000             MOVE "CLOSE" TO FEATURE-CODE.                        SM3064.2
047100         MOVE ZERO TO WS-FC-CNT.                                  SM3064.2
047200         INSPECT FEATURE TALLYING WS-FC-CNT                       SM3064.2
047300             FOR ALL "START".                                     SM3064.2
047400         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                SM3064.2
047500             MOVE "START" TO FEATURE-CODE.                        SM3064.2
047600         MOVE ZERO TO WS-FC-CNT.                                  SM3064.2
047700         INSPECT FEATURE TALLYING WS-FC-CNT                       SM3064.2
047800             FOR ALL "CALL".                                      SM3064.2
047900         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                SM3064.2
048000             MOVE "CALL" TO FEATURE-CODE.                         SM3064.2
048100         MOVE ZERO TO WS-FC-CNT.                                  SM3064.2
048200         INSPECT FEATURE TALLYING WS-FC-CNT                       SM3064.2
048300             FOR ALL "STRING".                                    SM3064.2
048400         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                SM3064.2
048500             MOVE "STRING" TO FEATURE-CODE.                       SM3064.2
048600         MOVE ZERO TO WS-FC-CNT.                                  SM3064.2
048700         INSPECT FEATURE TALLYING WS-FC-CNT                       SM3064.2
048800             FOR ALL "INSPECT".                                   SM3064.2
048900         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                SM3064.2
049000             MOVE "INSPECT" TO FEATURE-CODE.                      SM3064.2
049100         MOVE ZERO TO WS-FC-CNT.                                  SM3064.2
049200         INSPECT FEATURE TALLYING WS-FC-CNT                       SM3064.2
049300             FOR ALL "COPY".                                      SM3064.2
049400         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                SM3064.2
049500             MOVE "COPY" TO FEATURE-CODE.                         SM3064.2
049600         MOVE ZERO TO WS-FC-CNT.                                  SM3064.2
049700         INSPECT FEATURE TALLYING WS-FC-CNT                       SM3064.2
049800             FOR ALL "SEG".                                       SM3064.2
049900         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                SM3064.2
050000             MOVE "SEGMENT" TO FEATURE-CODE.                      SM3064.2
050100         MOVE ZERO TO WS-FC-CNT.                                  SM3064.2
050200         INSPECT FEATURE TALLYING WS-FC-CNT                       SM3064.2
050300             FOR ALL "KEY".                                       SM3064.2
050400         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                SM3064.2
050500             MOVE "KEY" TO FEATURE-CODE.                          SM3064.2
050600         MOVE ZERO TO WS-FC-CNT.                                  SM3064.2
050700         INSPECT FEATURE TALLYING WS-FC-CNT                       SM3064.2
050800             FOR ALL "COMPARE".                                   SM3064.2
050900         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                SM3064.2
051000             MOVE "COMPARE" TO FEATURE-CODE.                      SM3064.2
051100         MOVE ZERO TO WS-FC-CNT.                                  SM3064.2
051200         INSPECT FEATURE TALLYING WS-FC-CNT                       SM3064.2
051300             FOR ALL "CONDITION".                                 SM3064.2
051400         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                SM3064.2
051500             MOVE "COND" TO FEATURE-CODE.                         SM3064.2
051600         IF FEATURE-CODE = SPACE                                  SM3064.2
051700             MOVE "OTHER" TO FEATURE-CODE.                        SM3064.2
051800 WRITE-NEGATIVE-PATH-LINE.                                        SM3064.2
051900     MOVE SPACE TO NEGATIVE-PATH-REC.                             SM3064.2
052000     STRING CCVS-PGM-ID     DELIMITED BY SPACE ","                SM3064.2
052100            FEATURE         DELIMITED BY SIZE  ","                SM3064.2
052200            FEATURE-CODE    DELIMITED BY SPACE ","                SM3064.2
052300            PAR-NAME        DELIMITED BY SIZE  ","                SM3064.2
052400            P-OR-F          DELIMITED BY SPACE                    SM3064.2
052500            INTO NEGATIVE-PATH-REC.                               SM3064.2
052600     WRITE NEGATIVE-PATH-REC.                                     SM3064.2
052700 WRITE-CSV-LINE.                                                  SM3064.2
052800     PERFORM DERIVE-FEATURE-CODE.                                 SM3064.2
052900     MOVE SPACE TO CSV-RESULTS-REC.                               SM3064.2
053000     STRING CCVS-PGM-ID     DELIMITED BY SPACE ","                SM3064.2
053100            FEATURE         DELIMITED BY SIZE  ","                SM3064.2
053200            FEATURE-CODE    DELIMITED BY SPACE ","                SM3064.2
053300            PAR-NAME        DELIMITED BY SIZE  ","                SM3064.2
053400            P-OR-F          DELIMITED BY SPACE ","                SM3064.2
053500            PASS-COUNTER    DELIMITED BY SIZE  ","                SM3064.2
053600            ERROR-COUNTER   DELIMITED BY SIZE  ","                SM3064.2
053700            DELETE-COUNTER DELIMITED BY SIZE  ","                 SM3064.2
053800            INSPECT-COUNTER DELIMITED BY SIZE                     SM3064.2
053900            INTO CSV-RESULTS-REC.                                 SM3064.2
054000     WRITE CSV-RESULTS-REC.                                       SM3064.2
054100     IF P-OR-F = "*****" OR P-OR-F = "INSPT"                      SM3064.2
054200         PERFORM WRITE-NEGATIVE-PATH-LINE.                        SM3064.2
054300 BLANK-LINE-PRINT.                                                SM3064.2
054400     PERFORM WRT-LN.                                              SM3064.2
054500 FAIL-ROUTINE.                                                    SM3064.2
054600     PERFORM  EXTRACT-ANSI-CLAUSE-NUM.                            SM3064.2
054700     IF     COMPUTED-X NOT EQUAL TO SPACE                         SM3064.2
054800            GO TO   FAIL-ROUTINE-WRITE.                           SM3064.2
054900     IF     CORRECT-X NOT EQUAL TO SPACE GO TO FAIL-ROUTINE-WRITE.SM3064.2
055000     MOVE   ANSI-REFERENCE TO INF-ANSI-REFERENCE.                 SM3064.2
055100     MOVE  "NO FURTHER INFORMATION, SEE PROGRAM." TO INFO-TEXT.   SM3064.2
055200     MOVE   XXINFO TO DUMMY-RECORD. PERFORM WRITE-LINE 2 TIMES.   SM3064.2
055300     MOVE   SPACES TO INF-ANSI-REFERENCE.                         SM3064.2
055400     GO TO  FAIL-ROUTINE-EX.                                      SM3064.2
055500 FAIL-ROUTINE-WRITE.                                              SM3064.2
055600     MOVE   TEST-COMPUTED TO PRINT-REC PERFORM WRITE-LINE         SM3064.2
055700     MOVE   ANSI-REFERENCE TO COR-ANSI-REFERENCE.                 SM3064.2
055800     MOVE   TEST-CORRECT TO PRINT-REC PERFORM WRITE-LINE 2 TIMES. SM3064.2
055900     MOVE   SPACES TO COR-ANSI-REFERENCE.                         SM3064.2
056000 FAIL-ROUTINE-EX. EXIT.                                           SM3064.2
056100 BAIL-OUT.                                                        SM3064.2
056200     IF     COMPUTED-A NOT EQUAL TO SPACE GO TO BAIL-OUT-WRITE.   SM3064.2
056300     IF     CORRECT-A EQUAL TO SPACE GO TO BAIL-OUT-EX.           SM3064.2
056400 BAIL-OUT-WRITE.                                                  SM3064.2
056500     MOVE CORRECT-A TO XXCORRECT. MOVE COMPUTED-A TO XXCOMPUTED.  SM3064.2
056600     MOVE   ANSI-REFERENCE TO INF-ANSI-REFERENCE.                 SM3064.2
056700     MOVE   XXINFO TO DUMMY-RECORD. PERFORM WRITE-LINE 2 TIMES.   SM3064.2
056800     MOVE   SPACES TO INF-ANSI-REFERENCE.                         SM3064.2
056900 BAIL-OUT-EX. EXIT.                                               SM3064.2
057000 CCVS1-EXIT.                                                      SM3064.2
057100     EXIT.                                                        SM3064.2
057200 SECT-SM306A-001 SECTION.                                         SM3064.2
057300 SMS-INIT-306.                                                    SM3064.2
057400*    BED A: KEY = 7 * N MODULO 53 FOR N = 1 THRU 50, SO THE       SM3064.2
057500*    KEYS ARE DISTINCT AND OUT OF ORDER.  IT GETS A SIDECAR,      SM3064.2
057600*    THEN IS SORTED ONTO ITSELF.                                  SM3064.2
057700     MOVE     "XXXXX086" TO SMS-CHK-FNAME.                        SM3064.2
057800     MOVE     "A" TO SMS-TAG.                                     SM3064.2
057900     MOVE     ZERO TO SMS-BUILD-SUM.                              SM3064.2
058000     OPEN     OUTPUT SMS-CHK-FILE.                                SM3064.2
058100     PERFORM  SMS-BUILD-A VARYING SMS-I FROM 1 BY 1               SM3064.2
058200              UNTIL SMS-I > 50.                                   SM3064.2
058300     CLOSE    SMS-CHK-FILE.                                       SM3064.2
058400     MOVE     SMS-BUILD-SUM TO SMS-SUM-A.                         SM3064.2
058500     PERFORM  SMS-WRITE-SIDECAR.                                  SM3064.2
058600     SORT     SMS-WORK ON ASCENDING KEY SMS-WORK-KEY              SM3064.2
058700              USING SMS-BED-A                                     SM3064.2
058800              GIVING SMS-BED-A.                                   SM3064.2
058900     MOVE     50 TO SMS-EXPECT-CNT.                               SM3064.2
059000     MOVE     SMS-SUM-A TO SMS-EXPECT-SUM.                        SM3064.2
059100     PERFORM  SMS-CHECK-BED THRU SMS-CHECK-BED-EXIT.              SM3064.2
059200     PERFORM  SMS-RENEW-SIDECAR.                                  SM3064.2
059300     MOVE     "SORT ONTO ITSELF" TO FEATURE.                      SM3064.2
059400     MOVE     "XI-13 4.4 SORT GR13" TO ANSI-REFERENCE.            SM3064.2
059500 SMS-TEST-306-1.                                                  SM3064.2
059600     MOVE     "SMS-TEST-306-1" TO PAR-NAME.                       SM3064.2
059700     PERFORM  SMS-TEST-COUNT.                                     SM3064.2
059800 SMS-WRITE-306-1.                                                 SM3064.2
059900     PERFORM  PRINT-DETAIL.                                       SM3064.2
060000 SMS-TEST-306-2.                                                  SM3064.2
060100     MOVE     "SMS-TEST-306-2" TO PAR-NAME.                       SM3064.2
060200     PERFORM  SMS-TEST-SEQUENCE.                                  SM3064.2
060300 SMS-WRITE-306-2.                                                 SM3064.2
060400     PERFORM  PRINT-DETAIL.                                       SM3064.2
060500 SMS-TEST-306-3.                                                  SM3064.2
060600     MOVE     "SMS-TEST-306-3" TO PAR-NAME.                       SM3064.2
060700     PERFORM  SMS-TEST-CONTENTS.                                  SM3064.2
060800 SMS-WRITE-306-3.                                                 SM3064.2
060900     PERFORM  PRINT-DETAIL.                                       SM3064.2
061000 SMS-INIT-306-4.                                                  SM3064.2
061100     MOVE     "SIDECAR AFTER SORT" TO FEATURE.                    SM3064.2
061200 SMS-TEST-306-4.                                                  SM3064.2
061300     MOVE     "SMS-TEST-306-4" TO PAR-NAME.                       SM3064.2
061400     PERFORM  SMS-TEST-SIDECAR.                                   SM3064.2
061500 SMS-WRITE-306-4.                                                 SM3064.2
061600     PERFORM  PRINT-DETAIL.                                       SM3064.2
061700 SMS-INIT-306-5.                                                  SM3064.2
061800*    BED B: KEY = 100 + 13 * N MODULO 31 FOR N = 1 THRU 30.       SM3064.2
061900*    SORT A AND B TOGETHER ONTO B.                                SM3064.2
062000     MOVE     "XXXXX087" TO SMS-CHK-FNAME.                        SM3064.2
062100     MOVE     "B" TO SMS-TAG.                                     SM3064.2
062200     MOVE     ZERO TO SMS-BUILD-SUM.                              SM3064.2
062300     OPEN     OUTPUT SMS-CHK-FILE.                                SM3064.2
062400     PERFORM  SMS-BUILD-B VARYING SMS-I FROM 1 BY 1               SM3064.2
062500              UNTIL SMS-I > 30.                                   SM3064.2
062600     CLOSE    SMS-CHK-FILE.                                       SM3064.2
062700     MOVE     SMS-BUILD-SUM TO SMS-SUM-B.                         SM3064.2
062800     PERFORM  SMS-WRITE-SIDECAR.                                  SM3064.2
062900     SORT     SMS-WORK ON ASCENDING KEY SMS-WORK-KEY              SM3064.2
063000              USING SMS-BED-A SMS-BED-B                           SM3064.2
063100              GIVING SMS-BED-B.                                   SM3064.2
063200     MOVE     80 TO SMS-EXPECT-CNT.                               SM3064.2
063300     COMPUTE  SMS-EXPECT-SUM = SMS-SUM-A + SMS-SUM-B.             SM3064.2
063400     PERFORM  SMS-CHECK-BED THRU SMS-CHECK-BED-EXIT.              SM3064.2
063500     PERFORM  SMS-RENEW-SIDECAR.                                  SM3064.2
063600     MOVE     "SORT ONTO AN INPUT" TO FEATURE.                    SM3064.2
063700 SMS-TEST-306-5.                                                  SM3064.2
063800     MOVE     "SMS-TEST-306-5" TO PAR-NAME.                       SM3064.2
063900     PERFORM  SMS-TEST-COUNT.                                     SM3064.2
064000 SMS-WRITE-306-5.                                                 SM3064.2
064100     PERFORM  PRINT-DETAIL.                                       SM3064.2
064200 SMS-TEST-306-6.                                                  SM3064.2
064300     MOVE     "SMS-TEST-306-6" TO PAR-NAME.                       SM3064.2
064400     PERFORM  SMS-TEST-SEQUENCE.                                  SM3064.2
064500 SMS-WRITE-306-6.                                                 SM3064.2
064600     PERFORM  PRINT-DETAIL.                                       SM3064.2
064700 SMS-TEST-306-7.                                                  SM3064.2
064800     MOVE     "SMS-TEST-306-7" TO PAR-NAME.                       SM3064.2
064900     PERFORM  SMS-TEST-CONTENTS.                                  SM3064.2
065000 SMS-WRITE-306-7.                                                 SM3064.2
065100     PERFORM  PRINT-DETAIL.                                       SM3064.2
065200 SMS-INIT-306-8.                                                  SM3064.2
065300*    THE OTHER INPUT, BED A, IS LEFT AS THE FIRST SORT MADE IT.   SM3064.2
065400     MOVE     "XXXXX086" TO SMS-CHK-FNAME.                        SM3064.2
065500     MOVE     50 TO SMS-EXPECT-CNT.                               SM3064.2
065600     MOVE     SMS-SUM-A TO SMS-EXPECT-SUM.                        SM3064.2
065700     PERFORM  SMS-CHECK-BED THRU SMS-CHECK-BED-EXIT.              SM3064.2
065800     MOVE     SMS-CNT TO SMS-A-CNT.                               SM3064.2
065900     MOVE     SMS-SEQ-BAD TO SMS-A-SEQ-BAD.                       SM3064.2
066000 SMS-TEST-306-8.                                                  SM3064.2
066100     MOVE     "SMS-TEST-306-8" TO PAR-NAME.                       SM3064.2
066200     IF       SMS-A-CNT = 50                                      SM3064.2
066300              AND SMS-A-SEQ-BAD = ZERO                            SM3064.2
066400              AND SMS-PAY-BAD = ZERO                              SM3064.2
066500              AND SMS-KEY-SUM = SMS-SUM-A                         SM3064.2
066600              PERFORM PASS                                        SM3064.2
066700              GO TO SMS-WRITE-306-8.                              SM3064.2
066800     MOVE     SMS-A-CNT TO COMPUTED-18V0.                         SM3064.2
066900     MOVE     50 TO CORRECT-18V0.                                 SM3064.2
067000     MOVE     "NON-TARGET INPUT CHANGED BY THE SORT" TO RE-MARK.  SM3064.2
067100     PERFORM  FAIL.                                               SM3064.2
067200 SMS-WRITE-306-8.                                                 SM3064.2
067300     PERFORM  PRINT-DETAIL.                                       SM3064.2
067400 SMS-INIT-306-9.                                                  SM3064.2
067500     MOVE     "SIDECAR AFTER SORT" TO FEATURE.                    SM3064.2
067600 SMS-TEST-306-9.                                                  SM3064.2
067700*    B NOW HOLDS 80 RECORDS, SO THE SIDECAR WRITTEN FOR ITS       SM3064.2
067800*    ORIGINAL 30 MUST NO LONGER VERIFY.                           SM3064.2
067900     MOVE     "SMS-TEST-306-9" TO PAR-NAME.                       SM3064.2
068000     IF       SMS-STALE-STAT = "MM"                               SM3064.2
068100              PERFORM PASS                                        SM3064.2
068200              GO TO SMS-WRITE-306-9.                              SM3064.2
068300     MOVE     SMS-STALE-STAT TO COMPUTED-A.                       SM3064.2
068400     MOVE     "MM" TO CORRECT-A.                                  SM3064.2
068500     MOVE     "PRE-SORT SIDECAR STILL MATCHES THE NEW BED"        SM3064.2
068600              TO RE-MARK.                                         SM3064.2
068700     PERFORM  FAIL.                                               SM3064.2
068800 SMS-WRITE-306-9.                                                 SM3064.2
068900     PERFORM  PRINT-DETAIL.                                       SM3064.2
069000 SMS-TEST-306-10.                                                 SM3064.2
069100     MOVE     "SMS-TEST-306-10" TO PAR-NAME.                      SM3064.2
069200     PERFORM  SMS-TEST-SIDECAR.                                   SM3064.2
069300 SMS-WRITE-306-10.                                                SM3064.2
069400     PERFORM  PRINT-DETAIL.                                       SM3064.2
069500 SMS-INIT-306-11.                                                 SM3064.2
069600*    BED C: KEY = 3 * N FOR N = 1 THRU 20, IN ORDER.  MERGE A     SM3064.2
069700*    AND C ONTO A, THE FIRST INPUT.                               SM3064.2
069800     MOVE     "XXXXX088" TO SMS-CHK-FNAME.                        SM3064.2
069900     MOVE     "C" TO SMS-TAG.                                     SM3064.2
070000     MOVE     ZERO TO SMS-BUILD-SUM.                              SM3064.2
070100     OPEN     OUTPUT SMS-CHK-FILE.                                SM3064.2
070200     PERFORM  SMS-BUILD-C VARYING SMS-I FROM 1 BY 1               SM3064.2
070300              UNTIL SMS-I > 20.                                   SM3064.2
070400     CLOSE    SMS-CHK-FILE.                                       SM3064.2
070500     MOVE     SMS-BUILD-SUM TO SMS-SUM-C.                         SM3064.2
070600     PERFORM  SMS-WRITE-SIDECAR.                                  SM3064.2
070700     MOVE     "XXXXX086" TO SMS-CHK-FNAME.                        SM3064.2
070800     MERGE    SMS-WORK ON ASCENDING KEY SMS-WORK-KEY              SM3064.2
070900              USING SMS-BED-A SMS-BED-C                           SM3064.2
071000              GIVING SMS-BED-A.                                   SM3064.2
071100     MOVE     70 TO SMS-EXPECT-CNT.                               SM3064.2
071200     COMPUTE  SMS-EXPECT-SUM = SMS-SUM-A + SMS-SUM-C.             SM3064.2
071300     PERFORM  SMS-CHECK-BED THRU SMS-CHECK-BED-EXIT.              SM3064.2
071400     PERFORM  SMS-RENEW-SIDECAR.                                  SM3064.2
071500     MOVE     "MERGE ONTO 1ST INPUT" TO FEATURE.                  SM3064.2
071600     MOVE     "XI-9 4.3 MERGE GR11" TO ANSI-REFERENCE.            SM3064.2
071700 SMS-TEST-306-11.                                                 SM3064.2
071800     MOVE     "SMS-TEST-306-11" TO PAR-NAME.                      SM3064.2
071900     PERFORM  SMS-TEST-COUNT.                                     SM3064.2
072000 SMS-WRITE-306-11.                                                SM3064.2
072100     PERFORM  PRINT-DETAIL.                                       SM3064.2
072200 SMS-TEST-306-12.                                                 SM3064.2
072300     MOVE     "SMS-TEST-306-12" TO PAR-NAME.                      SM3064.2
072400     PERFORM  SMS-TEST-SEQUENCE.                                  SM3064.2
072500 SMS-WRITE-306-12.                                                SM3064.2
072600     PERFORM  PRINT-DETAIL.                                       SM3064.2
072700 SMS-TEST-306-13.                                                 SM3064.2
072800     MOVE     "SMS-TEST-306-13" TO PAR-NAME.                      SM3064.2
072900     PERFORM  SMS-TEST-CONTENTS.                                  SM3064.2
073000 SMS-WRITE-306-13.                                                SM3064.2
073100     PERFORM  PRINT-DETAIL.                                       SM3064.2
073200 SMS-TEST-306-14.                                                 SM3064.2
073300     MOVE     "SMS-TEST-306-14" TO PAR-NAME.                      SM3064.2
073400     PERFORM  SMS-TEST-SIDECAR.                                   SM3064.2
073500 SMS-WRITE-306-14.                                                SM3064.2
073600     PERFORM  PRINT-DETAIL.                                       SM3064.2
073700 SMS-INIT-306-15.                                                 SM3064.2
073800*    MERGE C AND B ONTO B, THE LAST INPUT.                        SM3064.2
073900     MOVE     "XXXXX087" TO SMS-CHK-FNAME.                        SM3064.2
074000     MERGE    SMS-WORK ON ASCENDING KEY SMS-WORK-KEY              SM3064.2
074100              USING SMS-BED-C SMS-BED-B                           SM3064.2
074200              GIVING SMS-BED-B.                                   SM3064.2
074300     MOVE     100 TO SMS-EXPECT-CNT.                              SM3064.2
074400     COMPUTE  SMS-EXPECT-SUM = SMS-SUM-A + SMS-SUM-B              SM3064.2
074500                             + SMS-SUM-C.                         SM3064.2
074600     PERFORM  SMS-CHECK-BED THRU SMS-CHECK-BED-EXIT.              SM3064.2
074700     PERFORM  SMS-RENEW-SIDECAR.                                  SM3064.2
074800     MOVE     "MERGE ONTO 2ND INPUT" TO FEATURE.                  SM3064.2
074900 SMS-TEST-306-15.                                                 SM3064.2
075000     MOVE     "SMS-TEST-306-15" TO PAR-NAME.                      SM3064.2
075100     PERFORM  SMS-TEST-COUNT.                                     SM3064.2
075200 SMS-WRITE-306-15.                                                SM3064.2
075300     PERFORM  PRINT-DETAIL.                                       SM3064.2
075400 SMS-TEST-306-16.                                                 SM3064.2
075500     MOVE     "SMS-TEST-306-16" TO PAR-NAME.                      SM3064.2
075600     PERFORM  SMS-TEST-SEQUENCE.                                  SM3064.2
075700 SMS-WRITE-306-16.                                                SM3064.2
075800     PERFORM  PRINT-DETAIL.                                       SM3064.2
075900 SMS-TEST-306-17.                                                 SM3064.2
076000     MOVE     "SMS-TEST-306-17" TO PAR-NAME.                      SM3064.2
076100     PERFORM  SMS-TEST-CONTENTS.                                  SM3064.2
076200 SMS-WRITE-306-17.                                                SM3064.2
076300     PERFORM  PRINT-DETAIL.                                       SM3064.2
076400 SMS-TEST-306-18.                                                 SM3064.2
076500     MOVE     "SMS-TEST-306-18" TO PAR-NAME.                      SM3064.2
076600     PERFORM  SMS-TEST-SIDECAR.                                   SM3064.2
076700 SMS-WRITE-306-18.                                                SM3064.2
076800     PERFORM  PRINT-DETAIL.                                       SM3064.2
076900     GO       TO CCVS-999999.                                     SM3064.2
077000 SMS-BUILD-A.                                                     SM3064.2
077100     COMPUTE  SMS-PRODUCT = 7 * SMS-I.                            SM3064.2
077200     DIVIDE   53 INTO SMS-PRODUCT GIVING SMS-QUOT                 SM3064.2
077300              REMAINDER SMS-KEY.                                  SM3064.2
077400     PERFORM  SMS-WRITE-ONE.                                      SM3064.2
077500 SMS-BUILD-B.                                                     SM3064.2
077600     COMPUTE  SMS-PRODUCT = 13 * SMS-I.                           SM3064.2
077700     DIVIDE   31 INTO SMS-PRODUCT GIVING SMS-QUOT                 SM3064.2
077800              REMAINDER SMS-KEY.                                  SM3064.2
077900     ADD      100 TO SMS-KEY.                                     SM3064.2
078000     PERFORM  SMS-WRITE-ONE.                                      SM3064.2
078100 SMS-BUILD-C.                                                     SM3064.2
078200     COMPUTE  SMS-KEY = 3 * SMS-I.                                SM3064.2
078300     PERFORM  SMS-WRITE-ONE.                                      SM3064.2
078400 SMS-WRITE-ONE.                                                   SM3064.2
078500     MOVE     SMS-KEY TO SMS-KEY-COPY.                            SM3064.2
078600     MOVE     SMS-TEXT-VALUE TO SMS-TEXT.                         SM3064.2
078700     MOVE     SMS-REC-IMAGE TO SMS-CHK-REC.                       SM3064.2
078800     WRITE    SMS-CHK-REC.                                        SM3064.2
078900     ADD      SMS-KEY TO SMS-BUILD-SUM.                           SM3064.2
079000 SMS-CHECK-BED.                                                   SM3064.2
079100*    RE-READ THE BED NAMED IN SMS-CHK-FNAME: COUNT, SEQUENCE,     SM3064.2
079200*    KEY TOTAL, AND EACH RECORD'S CONTENTS.                       SM3064.2
079300     MOVE     ZERO TO SMS-CNT SMS-SEQ-BAD SMS-PAY-BAD             SM3064.2
079400                      SMS-LAST-KEY SMS-KEY-SUM.                   SM3064.2
079500     MOVE     "N" TO SMS-EOF-SW.                                  SM3064.2
079600     OPEN     INPUT SMS-CHK-FILE.                                 SM3064.2
079700     IF       SMS-FSTATUS NOT = "00"                              SM3064.2
079800              GO TO SMS-CHECK-BED-EXIT.                           SM3064.2
079900     PERFORM  SMS-CHECK-ONE THRU SMS-CHECK-ONE-EXIT               SM3064.2
080000              UNTIL SMS-EOF-SW = "Y".                             SM3064.2
080100     CLOSE    SMS-CHK-FILE.                                       SM3064.2
080200 SMS-CHECK-BED-EXIT.                                              SM3064.2
080300     EXIT.                                                        SM3064.2
080400 SMS-CHECK-ONE.                                                   SM3064.2
080500     READ     SMS-CHK-FILE INTO SMS-REC-IMAGE                     SM3064.2
080600              AT END MOVE "Y" TO SMS-EOF-SW.                      SM3064.2
080700     IF       SMS-EOF-SW = "Y"                                    SM3064.2
080800              GO TO SMS-CHECK-ONE-EXIT.                           SM3064.2
080900     ADD      1 TO SMS-CNT.                                       SM3064.2
081000     IF       SMS-KEY < SMS-LAST-KEY                              SM3064.2
081100              ADD 1 TO SMS-SEQ-BAD.                               SM3064.2
081200     MOVE     SMS-KEY TO SMS-LAST-KEY.                            SM3064.2
081300     ADD      SMS-KEY TO SMS-KEY-SUM.                             SM3064.2
081400     IF       SMS-KEY-COPY NOT = SMS-KEY                          SM3064.2
081500              OR SMS-TEXT NOT = SMS-TEXT-VALUE                    SM3064.2
081600              OR (SMS-TAG NOT = "A" AND SMS-TAG NOT = "B"         SM3064.2
081700                  AND SMS-TAG NOT = "C")                          SM3064.2
081800              ADD 1 TO SMS-PAY-BAD.                               SM3064.2
081900 SMS-CHECK-ONE-EXIT.                                              SM3064.2
082000     EXIT.                                                        SM3064.2
082100 SMS-WRITE-SIDECAR.                                               SM3064.2
082200     MOVE     "W" TO SMS-SCK-MODE.                                SM3064.2
082300     MOVE     SMS-CHK-FNAME TO SMS-SCK-FNAME.                     SM3064.2
082400     CALL     "CCVSSCK" USING SMS-SCK-MODE SMS-SCK-ORG            SM3064.2
082500              SMS-SCK-FNAME SMS-SCK-STATUS.                       SM3064.2
082600 SMS-RENEW-SIDECAR.                                               SM3064.2
082700*    VERIFY THE TARGET AGAINST ITS OLD SIDECAR, REWRITE THE       SM3064.2
082800*    SIDECAR FOR THE NEW CONTENTS, AND VERIFY AGAIN.              SM3064.2
082900     MOVE     "V" TO SMS-SCK-MODE.                                SM3064.2
083000     MOVE     SMS-CHK-FNAME TO SMS-SCK-FNAME.                     SM3064.2
083100     CALL     "CCVSSCK" USING SMS-SCK-MODE SMS-SCK-ORG            SM3064.2
083200              SMS-SCK-FNAME SMS-SCK-STATUS.                       SM3064.2
083300     MOVE     SMS-SCK-STATUS TO SMS-STALE-STAT.                   SM3064.2
083400     PERFORM  SMS-WRITE-SIDECAR.                                  SM3064.2
083500     MOVE     "V" TO SMS-SCK-MODE.                                SM3064.2
083600     CALL     "CCVSSCK" USING SMS-SCK-MODE SMS-SCK-ORG            SM3064.2
083700              SMS-SCK-FNAME SMS-SCK-STATUS.                       SM3064.2
083800     MOVE     SMS-SCK-STATUS TO SMS-FRESH-STAT.                   SM3064.2
083900 SMS-TEST-COUNT.                                                  SM3064.2
084000     IF       SMS-CNT = SMS-EXPECT-CNT                            SM3064.2
084100              PERFORM PASS                                        SM3064.2
084200     ELSE                                                         SM3064.2
084300              MOVE SMS-CNT TO COMPUTED-18V0                       SM3064.2
084400              MOVE SMS-EXPECT-CNT TO CORRECT-18V0                 SM3064.2
084500              MOVE "RECORD COUNT WRONG AFTER SORT/MERGE IN PLACE" SM3064.2
084600                   TO RE-MARK                                     SM3064.2
084700              PERFORM FAIL.                                       SM3064.2
084800 SMS-TEST-SEQUENCE.                                               SM3064.2
084900     IF       SMS-SEQ-BAD = ZERO                                  SM3064.2
085000              AND SMS-CNT > ZERO                                  SM3064.2
085100              PERFORM PASS                                        SM3064.2
085200     ELSE                                                         SM3064.2
085300              MOVE SMS-SEQ-BAD TO COMPUTED-18V0                   SM3064.2
085400              MOVE ZERO TO CORRECT-18V0                           SM3064.2
085500              MOVE "RECORDS OUT OF SEQUENCE" TO RE-MARK           SM3064.2
085600              PERFORM FAIL.                                       SM3064.2
085700 SMS-TEST-CONTENTS.                                               SM3064.2
085800     IF       SMS-KEY-SUM = SMS-EXPECT-SUM                        SM3064.2
085900              AND SMS-PAY-BAD = ZERO                              SM3064.2
086000              PERFORM PASS                                        SM3064.2
086100     ELSE                                                         SM3064.2
086200              MOVE SMS-KEY-SUM TO COMPUTED-18V0                   SM3064.2
086300              MOVE SMS-EXPECT-SUM TO CORRECT-18V0                 SM3064.2
086400              MOVE "RECORDS LOST OR DAMAGED IN THE REWRITE"       SM3064.2
086500                   TO RE-MARK                                     SM3064.2
086600              PERFORM FAIL.                                       SM3064.2
086700 SMS-TEST-SIDECAR.                                                SM3064.2
086800     IF       SMS-FRESH-STAT = "00"                               SM3064.2
086900              PERFORM PASS                                        SM3064.2
087000     ELSE                                                         SM3064.2
087100              MOVE SMS-FRESH-STAT TO COMPUTED-A                   SM3064.2
087200              MOVE "00" TO CORRECT-A                              SM3064.2
087300              MOVE "REWRITTEN SIDECAR DOES NOT VERIFY" TO RE-MARK SM3064.2
087400              PERFORM FAIL.                                       SM3064.2
087500 CCVS-EXIT SECTION.                                               SM3064.2
087600 CCVS-999999.                                                     SM3064.2
087700     GO TO CLOSE-FILES.                                           SM3064.2
