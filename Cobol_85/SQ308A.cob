000100 IDENTIFICATION DIVISION.                                         SQ3084.2
000200 PROGRAM-ID.                                                      SQ3084.2
000300     SQ308A.                                                      SQ3084.2
000400****************************************************************  SQ3084.2
000500*                                                              *  SQ3084.2
000600*    VALIDATION FOR:-                                          *  SQ3084.2
000700*                                                              *  SQ3084.2
000800*    "ON-SITE VALIDATION, NATIONAL INSTITUTE OF STD & TECH.     ".SQ3084.2
000900*                                                              *  SQ3084.2
001000*    "COBOL 85 VERSION 4.2, Apr  1993 SSVG                      ".SQ3084.2
001100*                                                              *  SQ3084.2
001200****************************************************************  SQ3084.2
001300*                                                              *  SQ3084.2
001400*      X-CARDS USED BY THIS PROGRAM ARE :-                     *  SQ3084.2
001500*                                                              *  SQ3084.2
001600*        X-55  - SYSTEM PRINTER NAME.                          *  SQ3084.2
001700*        X-82  - SOURCE COMPUTER NAME.                         *  SQ3084.2
001800*        X-83  - OBJECT COMPUTER NAME.                         *  SQ3084.2
001900*                                                              *  SQ3084.2
002000****************************************************************  SQ3084.2
002100*                                                              *  SQ3084.2
002166*    SQ308A ISSUES CLOSE REEL AND CLOSE UNIT, WHICH NO OTHER   *  SQ3084.2
002232*    SQ MODULE DOES (SQ114A COVERS WITH LOCK, ST140A WITH NO   *  SQ3084.2
002298*    REWIND).  XXXXX078 IS WRITTEN IN THREE SEGMENTS OF 40,    *  SQ3084.2
002364*    25 AND 35 RECORDS, ENDED BY CLOSE REEL, CLOSE UNIT AND    *  SQ3084.2
002430*    A PLAIN CLOSE, THEN READ BACK AS ONE LOGICAL FILE:        *  SQ3084.2
002496*                                                              *  SQ3084.2
002562*      - THE FILE STATUS OF EACH CLOSE REEL/UNIT,              *  SQ3084.2
002628*      - THE FILE STAYS OPEN ACROSS THEM AND THE WRITES GO ON, *  SQ3084.2
002694*      - EVERY RECORD COMES BACK ONCE AND IN ORDER ACROSS THE  *  SQ3084.2
002760*        SEGMENT BOUNDARIES,                                   *  SQ3084.2
002826*      - AT END COMES ON THE READ AFTER THE LAST RECORD AND    *  SQ3084.2
002892*        NOT AT A BOUNDARY; A FURTHER READ GIVES STATUS 46,    *  SQ3084.2
002958*      - CLOSE REEL/UNIT ON THE INPUT FILE AND WHERE THE NEXT  *  SQ3084.2
003024*        READ RESUMES.                                         *  SQ3084.2
003090*                                                              *  SQ3084.2
003156*    THE "090" CARD IN xcard.dat SELECTS THE MODE, AS FOR      *  SQ3084.2
003222*    OBSQ1A.  IN THE DEFAULT DISK MODE THE FILE IS ON A        *  SQ3084.2
003288*    NON-REEL/UNIT MEDIUM: EACH CLOSE REEL/UNIT MUST GIVE      *  SQ3084.2
003354*    STATUS 07 AND LEAVE THE FILE POSITIONED WHERE IT WAS.     *  SQ3084.2
003420*    WITH 090=TAPE THE SEGMENTS ARE EMULATED REELS: STATUS     *  SQ3084.2
003486*    00 IS EXPECTED AND CLOSE REEL/UNIT ON INPUT MOVES THE     *  SQ3084.2
003552*    NEXT READ TO THE FIRST RECORD OF THE NEXT REEL.           *  SQ3084.2
003618*                                                              *  SQ3084.2
003700****************************************************************  SQ3084.2
003800 ENVIRONMENT DIVISION.                                            SQ3084.2
003900 CONFIGURATION SECTION.                                           SQ3084.2
004000 SOURCE-COMPUTER.                                                 SQ3084.2
004100     COPY CCVSTRG.                                                SQ3084.2
004200 OBJECT-COMPUTER.                                                 SQ3084.2
004300     COPY CCVSTRG.                                                SQ3084.2
004400 INPUT-OUTPUT SECTION.                                            SQ3084.2
004500 FILE-CONTROL.                                                    SQ3084.2
004600     SELECT PRINT-FILE ASSIGN TO                                  SQ3084.2
004700     "report.log".                                                SQ3084.2
004800     SELECT   CSV-RESULTS-FILE ASSIGN TO                          SQ3084.2
004900     "results.csv".                                               SQ3084.2
005000     SELECT   SUITE-SUMMARY-FILE ASSIGN TO                        SQ3084.2
005100     "suite_summary.csv"                                          SQ3084.2
005200     FILE STATUS IS WS-SS-FILE-STATUS.                            SQ3084.2
005300     SELECT   NEGATIVE-PATH-FILE ASSIGN TO                        SQ3084.2
005400     "negative_path.csv"                                          SQ3084.2
005500     FILE STATUS IS WS-NP-FILE-STATUS.                            SQ3084.2
005600     SELECT   XCARD-PARM-FILE ASSIGN TO                           SQ3084.2
005700     "xcard.dat"                                                  SQ3084.2
005800     ORGANIZATION LINE SEQUENTIAL                                 SQ3084.2
005900     FILE STATUS IS WS-XCARD-FSTATUS.                             SQ3084.2
005920     SELECT   RLC-FILE ASSIGN TO                                  SQ3084.2
005940     "XXXXX078"                                                   SQ3084.2
005960     ORGANIZATION IS SEQUENTIAL                                   SQ3084.2
005980     FILE STATUS IS RLC-FSTATUS.                                  SQ3084.2
006000 DATA DIVISION.                                                   SQ3084.2
006100 FILE SECTION.                                                    SQ3084.2
006200 FD  PRINT-FILE.                                                  SQ3084.2
006300 01  PRINT-REC PICTURE X(120).                                    SQ3084.2
006400 01  DUMMY-RECORD PICTURE X(120).                                 SQ3084.2
006500 FD  CSV-RESULTS-FILE.                                            SQ3084.2
006600 01  CSV-RESULTS-REC PICTURE X(200).                              SQ3084.2
006700 FD  SUITE-SUMMARY-FILE.                                          SQ3084.2
006800 01  SUITE-SUMMARY-REC PICTURE X(80).                             SQ3084.2
006900 FD  NEGATIVE-PATH-FILE.                                          SQ3084.2
007000 01  NEGATIVE-PATH-REC PICTURE X(200).                            SQ3084.2
007100 FD  XCARD-PARM-FILE.                                             SQ3084.2
007200 01  XCARD-PARM-REC PIC X(80).                                    SQ3084.2
007214 FD  RLC-FILE                                                     SQ3084.2
007228     RECORD CONTAINS 120 CHARACTERS.                              SQ3084.2
007242 01  RLC-REC.                                                     SQ3084.2
007256     02  RLC-SEQ           PIC 9(5).                              SQ3084.2
007270     02  RLC-SEG           PIC 9.                                 SQ3084.2
007284     02  RLC-TEXT          PIC X(114).                            SQ3084.2
007300 WORKING-STORAGE SECTION.                                         SQ3084.2
007400 77  RLC-FSTATUS           PIC XX    VALUE SPACE.                 SQ3084.2
007410 77  RLC-TAPE-MODE         PIC X(8)  VALUE "DISK".                SQ3084.2
007420     88  RLC-TAPE-EMULATION          VALUE "TAPE".                SQ3084.2
007430 77  RLC-EXPECT-STAT       PIC XX    VALUE "07".                  SQ3084.2
007440 77  RLC-OUT-REEL-STAT     PIC XX    VALUE SPACE.                 SQ3084.2
007450 77  RLC-OUT-UNIT-STAT     PIC XX    VALUE SPACE.                 SQ3084.2
007460 77  RLC-OUT-CLOSE-STAT    PIC XX    VALUE SPACE.                 SQ3084.2
007470 77  RLC-IN-REEL-STAT      PIC XX    VALUE SPACE.                 SQ3084.2
007480 77  RLC-IN-UNIT-STAT      PIC XX    VALUE SPACE.                 SQ3084.2
007490 77  RLC-EOF-STAT          PIC XX    VALUE SPACE.                 SQ3084.2
007500 77  RLC-PAST-EOF-STAT     PIC XX    VALUE SPACE.                 SQ3084.2
007510 77  RLC-EOF-SW            PIC X     VALUE SPACE.                 SQ3084.2
007520 77  RLC-SEG-NO            PIC 9     VALUE ZERO.                  SQ3084.2
007530 77  RLC-WRITE-SEQ         PIC 9(5)  VALUE ZERO.                  SQ3084.2
007540 77  RLC-BAD-WRITE         PIC 9(5)  VALUE ZERO.                  SQ3084.2
007550 77  RLC-READ-CNT          PIC 9(5)  VALUE ZERO.                  SQ3084.2
007560 77  RLC-REC-CNT           PIC 9(5)  VALUE ZERO.                  SQ3084.2
007570 77  RLC-BREAK-CNT         PIC 9(5)  VALUE ZERO.                  SQ3084.2
007580 77  RLC-EOF-AT-READ       PIC 9(5)  VALUE ZERO.                  SQ3084.2
007590 77  RLC-EXPECT-SEG        PIC 9     VALUE ZERO.                  SQ3084.2
007600 77  RLC-I                 PIC 9(3)  VALUE ZERO.                  SQ3084.2
007610 77  RLC-AFTER-REEL        PIC 9(5)  VALUE ZERO.                  SQ3084.2
007620 77  RLC-AFTER-UNIT        PIC 9(5)  VALUE ZERO.                  SQ3084.2
007630 77  RLC-EXPECT-REEL       PIC 9(5)  VALUE ZERO.                  SQ3084.2
007640 77  RLC-EXPECT-UNIT       PIC 9(5)  VALUE ZERO.                  SQ3084.2
007650*    SEGMENT SIZES AND THE SEQUENCE NUMBER THAT ENDS EACH ONE.    SQ3084.2
007660 77  RLC-TOTAL-RECS        PIC 9(5)  VALUE 100.                   SQ3084.2
007670 01  RLC-SEG-END-VALUES.                                          SQ3084.2
007680     02  FILLER            PIC X(15) VALUE "000400006500100".     SQ3084.2
007690 01  RLC-SEG-END-TABLE REDEFINES RLC-SEG-END-VALUES.              SQ3084.2
007700     02  RLC-SEG-END       PIC 9(5)  OCCURS 3 TIMES.              SQ3084.2
007710 01  RLC-TEXT-VALUE        PIC X(114) VALUE                       SQ3084.2
007720     "CLOSE REEL/UNIT CONTINUATION BED".                          SQ3084.2
008100 01  TEST-RESULTS.                                                SQ3084.2
008200     02 FILLER                   PIC X      VALUE SPACE.          SQ3084.2
008300     02 FEATURE                  PIC X(20)  VALUE SPACE.          SQ3084.2
008400 02 FEATURE-CODE PICTURE X(8) VALUE SPACE.                        SQ3084.2
008500     02 FILLER                   PIC X      VALUE SPACE.          SQ3084.2
008600     02 P-OR-F                   PIC X(5)   VALUE SPACE.          SQ3084.2
008700     02 FILLER                   PIC X      VALUE SPACE.          SQ3084.2
008800     02  PAR-NAME.                                                SQ3084.2
008900       03 FILLER                 PIC X(19)  VALUE SPACE.          SQ3084.2
009000       03  PARDOT-X              PIC X      VALUE SPACE.          SQ3084.2
009100       03 DOTVALUE               PIC 99     VALUE ZERO.           SQ3084.2
009200     02 FILLER                   PIC X(8)   VALUE SPACE.          SQ3084.2
009300     02 RE-MARK                  PIC X(61).                       SQ3084.2
009400 01  TEST-COMPUTED.                                               SQ3084.2
009500     02 FILLER                   PIC X(30)  VALUE SPACE.          SQ3084.2
009600     02 FILLER                   PIC X(17)  VALUE                 SQ3084.2
009700            "       COMPUTED=".                                   SQ3084.2
009800     02 COMPUTED-X.                                               SQ3084.2
009900     03 COMPUTED-A               PIC X(20)  VALUE SPACE.          SQ3084.2
010000     03 COMPUTED-N               REDEFINES COMPUTED-A             SQ3084.2
010100                                 PIC -9(9).9(9).                  SQ3084.2
010200     03 COMPUTED-0V18 REDEFINES COMPUTED-A   PIC -.9(18).         SQ3084.2
010300     03 COMPUTED-4V14 REDEFINES COMPUTED-A   PIC -9(4).9(14).     SQ3084.2
010400     03 COMPUTED-14V4 REDEFINES COMPUTED-A   PIC -9(14).9(4).     SQ3084.2
010500     03       CM-18V0 REDEFINES COMPUTED-A.                       SQ3084.2
010600         04 COMPUTED-18V0                    PIC -9(18).          SQ3084.2
010700         04 FILLER                           PIC X.               SQ3084.2
010800     03 FILLER PIC X(50) VALUE SPACE.                             SQ3084.2
010900 01  TEST-CORRECT.                                                SQ3084.2
011000     02 FILLER PIC X(30) VALUE SPACE.                             SQ3084.2
011100     02 FILLER PIC X(17) VALUE "       CORRECT =".                SQ3084.2
011200     02 CORRECT-X.                                                SQ3084.2
011300     03 CORRECT-A                  PIC X(20) VALUE SPACE.         SQ3084.2
011400     03 CORRECT-N    REDEFINES CORRECT-A     PIC -9(9).9(9).      SQ3084.2
011500     03 CORRECT-0V18 REDEFINES CORRECT-A     PIC -.9(18).         SQ3084.2
011600     03 CORRECT-4V14 REDEFINES CORRECT-A     PIC -9(4).9(14).     SQ3084.2
011700     03 CORRECT-14V4 REDEFINES CORRECT-A     PIC -9(14).9(4).     SQ3084.2
011800     03      CR-18V0 REDEFINES CORRECT-A.                         SQ3084.2
011900         04 CORRECT-18V0                     PIC -9(18).          SQ3084.2
012000         04 FILLER                           PIC X.               SQ3084.2
012100     03 FILLER PIC X(2) VALUE SPACE.                              SQ3084.2
012200     03 COR-ANSI-REFERENCE             PIC X(48) VALUE SPACE.     SQ3084.2
012300 01  CCVS-C-1.                                                    SQ3084.2
012400     02 FILLER  PIC IS X(99)    VALUE IS " FEATURE              PASQ3084.2
012500-    "SS  PARAGRAPH-NAME                                          SQ3084.2
012600-    "       REMARKS".                                            SQ3084.2
012700     02 FILLER                     PIC X(20)    VALUE SPACE.      SQ3084.2
012800 01  CCVS-C-2.                                                    SQ3084.2
012900     02 FILLER                     PIC X        VALUE SPACE.      SQ3084.2
013000     02 FILLER                     PIC X(6)     VALUE "TESTED".   SQ3084.2
013100     02 FILLER                     PIC X(15)    VALUE SPACE.      SQ3084.2
013200     02 FILLER                     PIC X(4)     VALUE "FAIL".     SQ3084.2
013300     02 FILLER                     PIC X(94)    VALUE SPACE.      SQ3084.2
013400 01  REC-SKL-SUB                   PIC 9(2)     VALUE ZERO.       SQ3084.2
013500 01  REC-CT                        PIC 99       VALUE ZERO.       SQ3084.2
013600 01  DELETE-COUNTER                PIC 999      VALUE ZERO.       SQ3084.2
013700 01  ERROR-COUNTER                 PIC 999      VALUE ZERO.       SQ3084.2
013800 01  INSPECT-COUNTER               PIC 999      VALUE ZERO.       SQ3084.2
013900 01  PASS-COUNTER                  PIC 999      VALUE ZERO.       SQ3084.2
014000 01  TOTAL-ERROR                   PIC 999      VALUE ZERO.       SQ3084.2
014100 01  ERROR-HOLD                    PIC 999      VALUE ZERO.       SQ3084.2
014200 01  DUMMY-HOLD                    PIC X(120)   VALUE SPACE.      SQ3084.2
014300 01  RECORD-COUNT                  PIC 9(5)     VALUE ZERO.       SQ3084.2
014400 01  WS-PAGE-LINES-ALPHA PIC X(3) VALUE "060".                    SQ3084.2
014500 01  WS-PAGE-LINES REDEFINES                                      SQ3084.2
014600     WS-PAGE-LINES-ALPHA PIC 9(3).                                SQ3084.2
014700 01  ANSI-REFERENCE                PIC X(48)    VALUE SPACES.     SQ3084.2
014800 01  ANSI-CLAUSE-NUM PIC X(16) VALUE SPACES.                      SQ3084.2
014900 01  WS-ANSI-IDX     PIC 9(2).                                    SQ3084.2
015000 01  WS-ANSI-LEN     PIC 9(2).                                    SQ3084.2
015100 01  CCVS-H-1.                                                    SQ3084.2
015200     02  FILLER                    PIC X(39)    VALUE SPACES.     SQ3084.2
015300     02  FILLER                    PIC X(42)    VALUE             SQ3084.2
015400     "OFFICIAL COBOL COMPILER VALIDATION SYSTEM".                 SQ3084.2
015500     02  FILLER                    PIC X(39)    VALUE SPACES.     SQ3084.2
015600 01  CCVS-H-2A.                                                   SQ3084.2
015700   02  FILLER                        PIC X(40)  VALUE SPACE.      SQ3084.2
015800   02  FILLER                        PIC X(7)   VALUE "CCVS85 ".  SQ3084.2
015900   02  FILLER                        PIC XXXX   VALUE             SQ3084.2
016000     "4.2 ".                                                      SQ3084.2
016100   02  FILLER                        PIC X(28)  VALUE             SQ3084.2
016200            " COPY - NOT FOR DISTRIBUTION".                       SQ3084.2
016300   02  FILLER                        PIC X(41)  VALUE SPACE.      SQ3084.2
016400                                                                  SQ3084.2
016500 01  CCVS-H-2B.                                                   SQ3084.2
016600   02  FILLER                        PIC X(15)  VALUE             SQ3084.2
016700            "TEST RESULT OF ".                                    SQ3084.2
016800   02  TEST-ID                       PIC X(9).                    SQ3084.2
016900   02  FILLER                        PIC X(4)   VALUE             SQ3084.2
017000            " IN ".                                               SQ3084.2
017100   02  FILLER                        PIC X(12)  VALUE             SQ3084.2
017200     " HIGH       ".                                              SQ3084.2
017300   02  FILLER                        PIC X(22)  VALUE             SQ3084.2
017400            " LEVEL VALIDATION FOR ".                             SQ3084.2
017500   02  FILLER                        PIC X(58)  VALUE             SQ3084.2
017600     "ON-SITE VALIDATION, NATIONAL INSTITUTE OF STD & TECH.     ".SQ3084.2
017700 01  CCVS-H-3.                                                    SQ3084.2
017800     02  FILLER                      PIC X(34)  VALUE             SQ3084.2
017900            " FOR OFFICIAL USE ONLY    ".                         SQ3084.2
018000     02  FILLER                      PIC X(58)  VALUE             SQ3084.2
018100     "COBOL 85 VERSION 4.2, Apr  1993 SSVG                      ".SQ3084.2
018200     02  FILLER                      PIC X(28)  VALUE             SQ3084.2
018300            "  COPYRIGHT   1985 ".                                SQ3084.2
018400 01  CCVS-H-4.                                                    SQ3084.2
018500     02  FILLER                      PIC X(15)  VALUE             SQ3084.2
018600            "COMPILED DATE: ".                                    SQ3084.2
018700     02  H4-BUILD-ID                 PIC X(16).                   SQ3084.2
018800     02  FILLER                      PIC X(10)  VALUE             SQ3084.2
018900            "  RUN ON: ".                                         SQ3084.2
019000     02  H4-RUN-DATE                 PIC 9(8).                    SQ3084.2
019100     02  FILLER                      PIC X(71)  VALUE SPACE.      SQ3084.2
019200 01  CCVS-E-1.                                                    SQ3084.2
019300     02 FILLER                       PIC X(52)  VALUE SPACE.      SQ3084.2
019400     02 FILLER  PIC X(14) VALUE IS "END OF TEST-  ".              SQ3084.2
019500     02 ID-AGAIN                     PIC X(9).                    SQ3084.2
019600     02 FILLER                       PIC X(45)  VALUE SPACES.     SQ3084.2
019700 01  CCVS-E-2.                                                    SQ3084.2
019800     02  FILLER                      PIC X(31)  VALUE SPACE.      SQ3084.2
019900     02  FILLER                      PIC X(21)  VALUE SPACE.      SQ3084.2
020000     02 CCVS-E-2-2.                                               SQ3084.2
020100         03 ERROR-TOTAL              PIC XXX    VALUE SPACE.      SQ3084.2
020200         03 FILLER                   PIC X      VALUE SPACE.      SQ3084.2
020300         03 ENDER-DESC               PIC X(44)  VALUE             SQ3084.2
020400            "ERRORS ENCOUNTERED".                                 SQ3084.2
020500 01  CCVS-E-3.                                                    SQ3084.2
020600     02  FILLER                      PIC X(22)  VALUE             SQ3084.2
020700            " FOR OFFICIAL USE ONLY".                             SQ3084.2
020800     02  FILLER                      PIC X(12)  VALUE SPACE.      SQ3084.2
020900     02  FILLER                      PIC X(58)  VALUE             SQ3084.2
021000     "ON-SITE VALIDATION, NATIONAL INSTITUTE OF STD & TECH.     ".SQ3084.2
021100     02  FILLER                      PIC X(13)  VALUE SPACE.      SQ3084.2
021200     02 FILLER                       PIC X(15)  VALUE             SQ3084.2
021300             " COPYRIGHT 1985".                                   SQ3084.2
021400 01  CCVS-E-4.                                                    SQ3084.2
021500     02 CCVS-E-4-1                   PIC XXX    VALUE SPACE.      SQ3084.2
021600     02 FILLER                       PIC X(4)   VALUE " OF ".     SQ3084.2
021700     02 CCVS-E-4-2                   PIC XXX    VALUE SPACE.      SQ3084.2
021800     02 FILLER                       PIC X(40)  VALUE             SQ3084.2
021900      "  TESTS WERE EXECUTED SUCCESSFULLY".                       SQ3084.2
022000 01  XXINFO.                                                      SQ3084.2
022100     02 FILLER                       PIC X(19)  VALUE             SQ3084.2
022200            "*** INFORMATION ***".                                SQ3084.2
022300     02 INFO-TEXT.                                                SQ3084.2
022400       04 FILLER                     PIC X(8)   VALUE SPACE.      SQ3084.2
022500       04 XXCOMPUTED                 PIC X(20).                   SQ3084.2
022600       04 FILLER                     PIC X(5)   VALUE SPACE.      SQ3084.2
022700       04 XXCORRECT                  PIC X(20).                   SQ3084.2
022800     02 INF-ANSI-REFERENCE           PIC X(48).                   SQ3084.2
022900 01  HYPHEN-LINE.                                                 SQ3084.2
023000     02 FILLER  PIC IS X VALUE IS SPACE.                          SQ3084.2
023100     02 FILLER  PIC IS X(65)    VALUE IS "************************SQ3084.2
023200-    "*****************************************".                 SQ3084.2
023300     02 FILLER  PIC IS X(54)    VALUE IS "************************SQ3084.2
023400-    "******************************".                            SQ3084.2
023500 01  CSV-HEADER-REC PICTURE X(200) VALUE                          SQ3084.2
023600     "PGM-ID,FEATURE,FEATURE-CODE,PAR-NAME,                       SQ3084.2
023700-    "P-OR-F,PASS,FAIL,DELETE,INSPECT".                           SQ3084.2
023800 01  WS-SS-FILE-STATUS PICTURE XX VALUE SPACE.                    SQ3084.2
023900 01  WS-NP-FILE-STATUS PIC XX VALUE SPACE.                        SQ3084.2
024000 01  WS-FC-CNT PIC 9(3) VALUE ZERO.                               SQ3084.2
024100 01  WS-BUILD-ID PIC X(16) VALUE SPACE.                           SQ3084.2
024200 01  WS-RUN-DATE PIC 9(8) VALUE ZERO.                             SQ3084.2
024300 01  WS-START-TIME PIC 9(8) VALUE ZERO.                           SQ3084.2
024400 01  WS-END-TIME PIC 9(8) VALUE ZERO.                             SQ3084.2
024500 01  WS-XCARD-FSTATUS PIC XX VALUE SPACE.                         SQ3084.2
024600 01  WS-XCARD-EOF     PIC X  VALUE SPACE.                         SQ3084.2
024700 01  WS-XCARD-CODE    PIC X(3).                                   SQ3084.2
024800 01  WS-XCARD-VALUE   PIC X(8).                                   SQ3084.2
024900     COPY     CCVSSED.                                            SQ3084.2
025000 01  CCVS-PGM-ID                     PIC X(9)   VALUE             SQ3084.2
025100     "SQ308A".                                                    SQ3084.2
025171     COPY CCVSIOK.                                                SQ3084.2
025200 PROCEDURE DIVISION.                                              SQ3084.2
025300 CCVS1 SECTION.                                                   SQ3084.2
025400 OPEN-FILES.                                                      SQ3084.2
025400     CALL     "CCVSHBT" USING CCVS-PGM-ID                         SQ3084.2
025400              BY CONTENT "OPEN ".                                 SQ3084.2
025500     PERFORM  LOAD-X-CARD-PARMS.                                  SQ3084.2
025600     OPEN     OUTPUT PRINT-FILE.                                  SQ3084.2
025700     OPEN     EXTEND SUITE-SUMMARY-FILE.                          SQ3084.2
025800     IF       WS-SS-FILE-STATUS = "35"                            SQ3084.2
025900              OPEN OUTPUT SUITE-SUMMARY-FILE                      SQ3084.2
026000     END-IF.                                                      SQ3084.2
026100     OPEN     EXTEND NEGATIVE-PATH-FILE.                          SQ3084.2
026200     IF       WS-NP-FILE-STATUS = "35"                            SQ3084.2
026300              OPEN OUTPUT NEGATIVE-PATH-FILE                      SQ3084.2
026400     END-IF.                                                      SQ3084.2
026500     MOVE WHEN-COMPILED TO WS-BUILD-ID.                           SQ3084.2
026600     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.                       SQ3084.2
026700     ACCEPT WS-START-TIME FROM TIME.                              SQ3084.2
026800     MOVE WS-BUILD-ID TO H4-BUILD-ID.                             SQ3084.2
026900     MOVE WS-RUN-DATE TO H4-RUN-DATE.                             SQ3084.2
027000     OPEN     OUTPUT CSV-RESULTS-FILE.                            SQ3084.2
027100     WRITE    CSV-RESULTS-REC FROM CSV-HEADER-REC.                SQ3084.2
027200     MOVE CCVS-PGM-ID TO TEST-ID. MOVE CCVS-PGM-ID TO ID-AGAIN.   SQ3084.2
027300     MOVE    SPACE TO TEST-RESULTS.                               SQ3084.2
027400     PERFORM  HEAD-ROUTINE THRU COLUMN-NAMES-ROUTINE.             SQ3084.2
027500     GO TO CCVS1-EXIT.                                            SQ3084.2
027600 CLOSE-FILES.                                                     SQ3084.2
027600     CALL     "CCVSHBT" USING CCVS-PGM-ID                         SQ3084.2
027600              BY CONTENT "CLOSE".                                 SQ3084.2
027700     ACCEPT WS-END-TIME FROM TIME.                                SQ3084.2
027800     PERFORM END-ROUTINE THRU END-ROUTINE-13. CLOSE PRINT-FILE.   SQ3084.2
027900     CLOSE    SUITE-SUMMARY-FILE.                                 SQ3084.2
028000     CLOSE    NEGATIVE-PATH-FILE.                                 SQ3084.2
028100     CLOSE    CSV-RESULTS-FILE.                                   SQ3084.2
028200 TERMINATE-CCVS.                                                  SQ3084.2
028300*S   EXIT PROGRAM.                                                SQ3084.2
028400*SERMINATE-CALL.                                                  SQ3084.2
028500     EVALUATE TRUE                                                SQ3084.2
028600         WHEN ERROR-COUNTER NOT EQUAL TO ZERO                     SQ3084.2
028700             MOVE 16 TO RETURN-CODE                               SQ3084.2
028800         WHEN DELETE-COUNTER NOT EQUAL TO ZERO                    SQ3084.2
028900             MOVE 8 TO RETURN-CODE                                SQ3084.2
029000         WHEN INSPECT-COUNTER NOT EQUAL TO ZERO                   SQ3084.2
029100             MOVE 4 TO RETURN-CODE                                SQ3084.2
029200         WHEN OTHER                                               SQ3084.2
029300             MOVE 0 TO RETURN-CODE                                SQ3084.2
029400     END-EVALUATE.                                                SQ3084.2
029500     STOP     RUN.                                                SQ3084.2
029600 EXTRACT-ANSI-CLAUSE-NUM.                                         SQ3084.2
029700     MOVE     SPACES TO ANSI-CLAUSE-NUM.                          SQ3084.2
029800     MOVE     1 TO WS-ANSI-IDX.                                   SQ3084.2
029900     PERFORM  UNTIL WS-ANSI-IDX > 48                              SQ3084.2
030000         OR ANSI-REFERENCE (WS-ANSI-IDX:1) = SPACE                SQ3084.2
030100         OR ANSI-REFERENCE (WS-ANSI-IDX:1) = ";"                  SQ3084.2
030200         ADD 1 TO WS-ANSI-IDX                                     SQ3084.2
030300     END-PERFORM.                                                 SQ3084.2
030400     SUBTRACT 1 FROM WS-ANSI-IDX GIVING WS-ANSI-LEN.              SQ3084.2
030500     IF       WS-ANSI-LEN > 0                                     SQ3084.2
030600              MOVE ANSI-REFERENCE (1:WS-ANSI-LEN)                 SQ3084.2
030700                      TO ANSI-CLAUSE-NUM                          SQ3084.2
030800     END-IF.                                                      SQ3084.2
030900 LOAD-X-CARD-PARMS.                                               SQ3084.2
031000     OPEN     INPUT XCARD-PARM-FILE.                              SQ3084.2
031100     IF       WS-XCARD-FSTATUS NOT = "35"                         SQ3084.2
031200              PERFORM READ-XCARD-PARM-LINE                        SQ3084.2
031300              PERFORM APPLY-XCARD-PARM-LINE                       SQ3084.2
031400                      UNTIL WS-XCARD-EOF = "Y"                    SQ3084.2
031500              CLOSE XCARD-PARM-FILE                               SQ3084.2
031600     END-IF.                                                      SQ3084.2
031700     MOVE     SPACE TO DUMMY-RECORD.                              SQ3084.2
031700     STRING   "RANDOM SEED: " DELIMITED BY SIZE                   SQ3084.2
031700              WS-RANDOM-SEED DELIMITED BY SIZE                    SQ3084.2
031700              INTO DUMMY-RECORD.                                  SQ3084.2
031700     CALL     "CCVSLOG" USING CCVS-PGM-ID                         SQ3084.2
031700              DUMMY-RECORD.                                       SQ3084.2
031700     MOVE     SPACE TO DUMMY-RECORD.                              SQ3084.2
031800 READ-XCARD-PARM-LINE.                                            SQ3084.2
031900     READ     XCARD-PARM-FILE INTO XCARD-PARM-REC                 SQ3084.2
032000              AT END MOVE "Y" TO WS-XCARD-EOF.                    SQ3084.2
032100 APPLY-XCARD-PARM-LINE.                                           SQ3084.2
032200     UNSTRING XCARD-PARM-REC DELIMITED BY "="                     SQ3084.2
032300              INTO WS-XCARD-CODE WS-XCARD-VALUE.                  SQ3084.2
032400     EVALUATE WS-XCARD-CODE                                       SQ3084.2
032500     WHEN "095" MOVE WS-XCARD-VALUE(1:3)                          SQ3084.2
032600         TO WS-PAGE-LINES-ALPHA                                   SQ3084.2
032650     WHEN "090" MOVE WS-XCARD-VALUE TO RLC-TAPE-MODE              SQ3084.2
032700 WHEN "999" MOVE WS-XCARD-VALUE TO WS-RANDOM-SEED                 SQ3084.2
032800         WHEN OTHER CONTINUE                                      SQ3084.2
032900     END-EVALUATE.                                                SQ3084.2
033000     PERFORM  READ-XCARD-PARM-LINE.                               SQ3084.2
033100 INSPT. MOVE "INSPT" TO P-OR-F. ADD 1 TO INSPECT-COUNTER.         SQ3084.2
033200 PASS.  MOVE "PASS " TO P-OR-F.  ADD 1 TO PASS-COUNTER.           SQ3084.2
033300 FAIL.  MOVE "FAIL*" TO P-OR-F.  ADD 1 TO ERROR-COUNTER.          SQ3084.2
033400 DE-LETE.  MOVE "*****" TO P-OR-F.  ADD 1 TO DELETE-COUNTER.      SQ3084.2
033500     MOVE "****TEST DELETED****" TO RE-MARK.                      SQ3084.2
033600 PRINT-DETAIL.                                                    SQ3084.2
033700     IF REC-CT NOT EQUAL TO ZERO                                  SQ3084.2
033800             MOVE "." TO PARDOT-X                                 SQ3084.2
033900             MOVE REC-CT TO DOTVALUE.                             SQ3084.2
034000     MOVE     TEST-RESULTS TO PRINT-REC. PERFORM WRITE-LINE.      SQ3084.2
034100     PERFORM WRITE-CSV-LINE.                                      SQ3084.2
034200     IF P-OR-F EQUAL TO "FAIL*"  PERFORM WRITE-LINE               SQ3084.2
034300        PERFORM FAIL-ROUTINE THRU FAIL-ROUTINE-EX                 SQ3084.2
034400          ELSE PERFORM BAIL-OUT THRU BAIL-OUT-EX.                 SQ3084.2
034500     MOVE SPACE TO P-OR-F. MOVE SPACE TO COMPUTED-X.              SQ3084.2
034600     MOVE SPACE TO CORRECT-X.                                     SQ3084.2
034700     IF     REC-CT EQUAL TO ZERO  MOVE SPACE TO PAR-NAME.         SQ3084.2
034800     MOVE     SPACE TO RE-MARK.                                   SQ3084.2
034900 HEAD-ROUTINE.                                                    SQ3084.2
035000     MOVE CCVS-H-1  TO DUMMY-RECORD. PERFORM WRITE-LINE 2 TIMES.  SQ3084.2
035100     MOVE CCVS-H-2A TO DUMMY-RECORD. PERFORM WRITE-LINE 2 TIMES.  SQ3084.2
035200     MOVE CCVS-H-2B TO DUMMY-RECORD. PERFORM WRITE-LINE 3 TIMES.  SQ3084.2
035300     MOVE CCVS-H-3  TO DUMMY-RECORD. PERFORM WRITE-LINE 3 TIMES.  SQ3084.2
035400     MOVE CCVS-H-4 TO DUMMY-RECORD. PERFORM WRITE-LINE.           SQ3084.2
035500 COLUMN-NAMES-ROUTINE.                                            SQ3084.2
035600     MOVE CCVS-C-1 TO DUMMY-RECORD. PERFORM WRITE-LINE.           SQ3084.2
035700     MOVE CCVS-C-2 TO DUMMY-RECORD. PERFORM WRITE-LINE 2 TIMES.   SQ3084.2
035800     MOVE HYPHEN-LINE TO DUMMY-RECORD. PERFORM WRITE-LINE.        SQ3084.2
035900 END-ROUTINE.                                                     SQ3084.2
036000     MOVE HYPHEN-LINE TO DUMMY-RECORD. PERFORM WRITE-LINE 5 TIMES.SQ3084.2
036100 END-RTN-EXIT.                                                    SQ3084.2
036200     MOVE CCVS-E-1 TO DUMMY-RECORD. PERFORM WRITE-LINE 2 TIMES.   SQ3084.2
036300 END-ROUTINE-1.                                                   SQ3084.2
036400      ADD ERROR-COUNTER TO ERROR-HOLD ADD INSPECT-COUNTER TO      SQ3084.2
036500      ERROR-HOLD. ADD DELETE-COUNTER TO ERROR-HOLD.               SQ3084.2
036600      ADD PASS-COUNTER TO ERROR-HOLD.                             SQ3084.2
036700     MOVE SPACE TO SUITE-SUMMARY-REC.                             SQ3084.2
036800     STRING CCVS-PGM-ID     DELIMITED BY SPACE ","                SQ3084.2
036900            WS-BUILD-ID      DELIMITED BY SIZE  ","               SQ3084.2
037000            WS-RUN-DATE      DELIMITED BY SIZE  ","               SQ3084.2
037100            WS-START-TIME    DELIMITED BY SIZE  ","               SQ3084.2
037200            WS-END-TIME      DELIMITED BY SIZE  ","               SQ3084.2
037300            PASS-COUNTER    DELIMITED BY SIZE  ","                SQ3084.2
037400            ERROR-COUNTER   DELIMITED BY SIZE  ","                SQ3084.2
037500            DELETE-COUNTER DELIMITED BY SIZE  ","                 SQ3084.2
037600            INSPECT-COUNTER DELIMITED BY SIZE                     SQ3084.2
037700            INTO SUITE-SUMMARY-REC.                               SQ3084.2
037800     WRITE SUITE-SUMMARY-REC.                                     SQ3084.2
037900*     IF PASS-COUNTER EQUAL TO ERROR-HOLD GO TO END-ROUTINE-12.   SQ3084.2
038000      MOVE PASS-COUNTER TO CCVS-E-4-1.                            SQ3084.2
038100      MOVE ERROR-HOLD TO CCVS-E-4-2.                              SQ3084.2
038200      MOVE CCVS-E-4 TO CCVS-E-2-2.                                SQ3084.2
038300      MOVE CCVS-E-2 TO DUMMY-RECORD PERFORM WRITE-LINE.           SQ3084.2
038400  END-ROUTINE-12.                                                 SQ3084.2
038500      MOVE "TEST(S) FAILED" TO ENDER-DESC.                        SQ3084.2
038600     IF       ERROR-COUNTER IS EQUAL TO ZERO                      SQ3084.2
038700         MOVE "NO " TO ERROR-TOTAL                                SQ3084.2
038800         ELSE                                                     SQ3084.2
038900         MOVE ERROR-COUNTER TO ERROR-TOTAL.                       SQ3084.2
039000     MOVE     CCVS-E-2 TO DUMMY-RECORD.                           SQ3084.2
039100     PERFORM WRITE-LINE.                                          SQ3084.2
039200 END-ROUTINE-13.                                                  SQ3084.2
039300     IF DELETE-COUNTER IS EQUAL TO ZERO                           SQ3084.2
039400         MOVE "NO " TO ERROR-TOTAL  ELSE                          SQ3084.2
039500         MOVE DELETE-COUNTER TO ERROR-TOTAL.                      SQ3084.2
039600     MOVE "TEST(S) DELETED     " TO ENDER-DESC.                   SQ3084.2
039700     MOVE CCVS-E-2 TO DUMMY-RECORD. PERFORM WRITE-LINE.           SQ3084.2
039800      IF   INSPECT-COUNTER EQUAL TO ZERO                          SQ3084.2
039900          MOVE "NO " TO ERROR-TOTAL                               SQ3084.2
040000      ELSE MOVE INSPECT-COUNTER TO ERROR-TOTAL.                   SQ3084.2
040100      MOVE "TEST(S) REQUIRE INSPECTION" TO ENDER-DESC.            SQ3084.2
040200      MOVE CCVS-E-2 TO DUMMY-RECORD. PERFORM WRITE-LINE.          SQ3084.2
040300     MOVE CCVS-E-3 TO DUMMY-RECORD. PERFORM WRITE-LINE.           SQ3084.2
040400 WRITE-LINE.                                                      SQ3084.2
040500     ADD 1 TO RECORD-COUNT.                                       SQ3084.2
040600     IF RECORD-COUNT GREATER WS-PAGE-LINES                        SQ3084.2
040700         MOVE DUMMY-RECORD TO DUMMY-HOLD                          SQ3084.2
040800         MOVE SPACE TO DUMMY-RECORD                               SQ3084.2
040900         WRITE DUMMY-RECORD AFTER ADVANCING 1 LINES               SQ3084.2
041000         MOVE CCVS-H-1  TO DUMMY-RECORD PERFORM WRT-LN 2 TIMES    SQ3084.2
041100         MOVE CCVS-H-2A TO DUMMY-RECORD PERFORM WRT-LN 2 TIMES    SQ3084.2
041200         MOVE CCVS-H-2B TO DUMMY-RECORD PERFORM WRT-LN 3 TIMES    SQ3084.2
041300         MOVE CCVS-H-3  TO DUMMY-RECORD PERFORM WRT-LN 3 TIMES    SQ3084.2
041400         MOVE CCVS-H-4 TO DUMMY-RECORD PERFORM WRT-LN             SQ3084.2
041500         MOVE CCVS-C-1  TO DUMMY-RECORD PERFORM WRT-LN            SQ3084.2
041600         MOVE CCVS-C-2  TO DUMMY-RECORD PERFORM WRT-LN            SQ3084.2
041700         MOVE HYPHEN-LINE TO DUMMY-RECORD PERFORM WRT-LN          SQ3084.2
041800         MOVE DUMMY-HOLD TO DUMMY-RECORD                          SQ3084.2
041900         MOVE ZERO TO RECORD-COUNT.                               SQ3084.2
042000     PERFORM WRT-LN.                                              SQ3084.2
042100 WRT-LN.                                                          SQ3084.2
042200     WRITE    DUMMY-RECORD AFTER ADVANCING 1 LINES.               SQ3084.2
042300     MOVE SPACE TO DUMMY-RECORD.                                  SQ3084.2
042400 DERIVE-FEATURE-CODE.                                             SQ3084.2
042500         MOVE SPACES TO FEATURE-CODE.                             SQ3084.2
042600         MOVE ZERO TO WS-FC-CNT.                                  SQ3084.2
042700         INSPECT FEATURE TALLYING WS-FC-CNT                       SQ3084.2
042800             FOR ALL "UNSTRING".                                  SQ3084.2
042900         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                SQ3084.2
043000             MOVE "UNSTRING" TO FEATURE-CODE.                     SQ3084.2
043100         MOVE ZERO TO WS-FC-CNT.                                  SQ3084.2
043200         INSPECT FEATURE TALLYING WS-FC-CNT                       SQ3084.2
043300             FOR ALL "REWRITE".                                   SQ3084.2
043400         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                SQ3084.2
043500             MOVE "REWRITE" TO FEATURE-CODE.                      SQ3084.2
043600         MOVE ZERO TO WS-FC-CNT.                                  SQ3084.2
043700         INSPECT FEATURE TALLYING WS-FC-CNT                       SQ3084.2
043800             FOR ALL "SORT".                                      SQ3084.2
043900         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                SQ3084.2
044000             MOVE "SORT" TO FEATURE-CODE.                         SQ3084.2
044100         MOVE ZERO TO WS-FC-CNT.                                  SQ3084.2
044200         INSPECT FEATURE TALLYING WS-FC-CNT                       SQ3084.2
044300             FOR ALL "MERGE".                                     SQ3084.2
044400         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                SQ3084.2
044500             MOVE "MERGE" TO FEATURE-CODE.                        SQ3084.2
044600         MOVE ZERO TO WS-FC-CNT.                                  SQ3084.2
044700         INSPECT FEATURE TALLYING WS-FC-CNT                       SQ3084.2
044800             FOR ALL "WRITE".                                     SQ3084.2
044900         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                SQ3084.2
045000             MOVE "WRITE" TO FEATURE-CODE.                        SQ3084.2
045100         MOVE ZERO TO WS-FC-CNT.                                  SQ3084.2
045200         INSPECT FEATURE TALLYING WS-FC-CNT                       SQ3084.2
045300             FOR ALL "DELETE".                                    SQ3084.2
045400         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                SQ3084.2
045500             MOVE "DELETE" TO FEATURE-CODE.                       SQ3084.2
045600         MOVE ZERO TO WS-FC-CNT.                                  SQ3084.2
045700         INSPECT FEATURE TALLYING WS-FC-CNT                       SQ3084.2
045800             FOR ALL "READ".                                      SQ3084.2
045900         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                SQ3084.2
046000             MOVE "READ" TO FEATURE-CODE.                         SQ3084.2
046100         MOVE ZERO TO WS-FC-CNT.                                  SQ3084.2
046200         INSPECT FEATURE TALLYING WS-FC-CNT                       SQ3084.2
046300             FOR ALL "OPEN".                                      SQ3084.2
046400         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                SQ3084.2
046500             MOVE "OPEN" TO FEATURE-CODE.                         SQ3084.2
046600         MOVE ZERO TO WS-FC-CNT.                                  SQ3084.2
046700         INSPECT FEATURE TALLYING WS-FC-CNT                       SQ3084.2
046800             FOR ALL "CLOSE".                                     SQ3084.2
046900         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                SQ3084.2
047000             MOVE "CLOSE" TO FEATURE-CODE.                        SQ3084.2
047100         MOVE ZERO TO WS-FC-CNT.                                  SQ3084.2
047200         INSPECT FEATURE TALLYING WS-FC-CNT                       SQ3084.2
047300             FOR ALL "START".                                     SQ3084.2
047400         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                SQ3084.2
047500             MOVE "START" TO FEATURE-CODE.                        SQ3084.2
047600         MOVE ZERO TO WS-FC-CNT.                                  SQ3084.2
047700         INSPECT FEATURE TALLYING WS-FC-CNT                       SQ3084.2
047800             FOR ALL "CALL".                                      SQ3084.2
047900         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                SQ3084.2
048000             MOVE "CALL" TO FEATURE-CODE.                         SQ3084.2
048100         MOVE ZERO TO WS-FC-CNT.                                  SQ3084.2
048200         INSPECT FEATURE TALLYING WS-FC-CNT                       SQ3084.2
048300             FOR ALL "STRING".                                    SQ3084.2
048400         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                SQ3084.2
048500             MOVE "STRING" TO FEATURE-CODE.                       SQ3084.2
048600         MOVE ZERO TO WS-FC-CNT.                                  SQ3084.2
048700         INSPECT FEATURE TALLYING WS-FC-CNT                       SQ3084.2
048800             FOR ALL "INSPECT".                                   SQ3084.2
048900         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                SQ3084.2
049000             MOVE "INSPECT" TO FEATURE-CODE.                      SQ3084.2
049100         MOVE ZERO TO WS-FC-CNT.                                  SQ3084.2
049200         INSPECT FEATURE TALLYING WS-FC-CNT                       SQ3084.2
049300             FOR ALL "COPY".                                      SQ3084.2
049400         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                SQ3084.2
049500             MOVE "COPY" TO FEATURE-CODE.                         SQ3084.2
049600         MOVE ZERO TO WS-FC-CNT.                                  SQ3084.2
049700         INSPECT FEATURE TALLYING WS-FC-CNT                       SQ3084.2
049800             FOR ALL "SEG".                                       SQ3084.2
049900         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                SQ3084.2
050000             MOVE "SEGMENT" TO FEATURE-CODE.                      SQ3084.2
050100         MOVE ZERO TO WS-FC-CNT.                                  SQ3084.2
050200         INSPECT FEATURE TALLYING WS-FC-CNT                       SQ3084.2
050300             FOR ALL "KEY".                                       SQ3084.2
050400         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                SQ3084.2
050500             MOVE "KEY" TO FEATURE-CODE.                          SQ3084.2
050600         MOVE ZERO TO WS-FC-CNT.                                  SQ3084.2
050700         INSPECT FEATURE TALLYING WS-FC-CNT                       SQ3084.2
050800             FOR ALL "COMPARE".                                   SQ3084.2
050900         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                SQ3084.2
051000             MOVE "COMPARE" TO FEATURE-CODE.                      SQ3084.2
051100         MOVE ZERO TO WS-FC-CNT.                                  SQ3084.2
051200         INSPECT FEATURE TALLYING WS-FC-CNT                       SQ3084.2
051300             FOR ALL "CONDITION".                                 SQ3084.2
051400         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                SQ3084.2
051500             MOVE "COND" TO FEATURE-CODE.                         SQ3084.2
051600         IF FEATURE-CODE = SPACE                                  SQ3084.2
051700             MOVE "OTHER" TO FEATURE-CODE.                        SQ3084.2
051800 WRITE-NEGATIVE-PATH-LINE.                                        SQ3084.2
051900     MOVE SPACE TO NEGATIVE-PATH-REC.                             SQ3084.2
052000     STRING CCVS-PGM-ID     DELIMITED BY SPACE ","                SQ3084.2
052100            FEATURE         DELIMITED BY SIZE  ","                SQ3084.2
052200            FEATURE-CODE    DELIMITED BY SPACE ","                SQ3084.2
052300            PAR-NAME        DELIMITED BY SIZE  ","                SQ3084.2
052400            P-OR-F          DELIMITED BY SPACE                    SQ3084.2
052500            INTO NEGATIVE-PATH-REC.                               SQ3084.2
052600     WRITE NEGATIVE-PATH-REC.                                     SQ3084.2
052700 WRITE-CSV-LINE.                                                  SQ3084.2
052800     PERFORM DERIVE-FEATURE-CODE.                                 SQ3084.2
052900     MOVE SPACE TO CSV-RESULTS-REC.                               SQ3084.2
053000     STRING CCVS-PGM-ID     DELIMITED BY SPACE ","                SQ3084.2
053100            FEATURE         DELIMITED BY SIZE  ","                SQ3084.2
053200            FEATURE-CODE    DELIMITED BY SPACE ","                SQ3084.2
053300            PAR-NAME        DELIMITED BY SIZE  ","                SQ3084.2
053400            P-OR-F          DELIMITED BY SPACE ","                SQ3084.2
053500            PASS-COUNTER    DELIMITED BY SIZE  ","                SQ3084.2
053600            ERROR-COUNTER   DELIMITED BY SIZE  ","                SQ3084.2
053700            DELETE-COUNTER DELIMITED BY SIZE  ","                 SQ3084.2
053800            INSPECT-COUNTER DELIMITED BY SIZE                     SQ3084.2
053900            INTO CSV-RESULTS-REC.                                 SQ3084.2
054000     WRITE CSV-RESULTS-REC.                                       SQ3084.2
054100     IF P-OR-F = "*****" OR P-OR-F = "INSPT"                      SQ3084.2
054200         PERFORM WRITE-NEGATIVE-PATH-LINE.                        SQ3084.2
054300 BLANK-LINE-PRINT.                                                SQ3084.2
054400     PERFORM WRT-LN.                                              SQ3084.2
054500 FAIL-ROUTINE.                                                    SQ3084.2
054600     PERFORM  EXTRACT-ANSI-CLAUSE-NUM.                            SQ3084.2
054700     IF     COMPUTED-X NOT EQUAL TO SPACE                         SQ3084.2
054800            GO TO   FAIL-ROUTINE-WRITE.                           SQ3084.2
054900     IF     CORRECT-X NOT EQUAL TO SPACE GO TO FAIL-ROUTINE-WRITE.SQ3084.2
055000     MOVE   ANSI-REFERENCE TO INF-ANSI-REFERENCE.                 SQ3084.2
055100     MOVE  "NO FURTHER INFORMATION, SEE PROGRAM." TO INFO-TEXT.   SQ3084.2
055200     MOVE   XXINFO TO DUMMY-RECORD. PERFORM WRITE-LINE 2 TIMES.   SQ3084.2
055300     MOVE   SPACES TO INF-ANSI-REFERENCE.                         SQ3084.2
055400     GO TO  FAIL-ROUTINE-EX.                                      SQ3084.2
055500 FAIL-ROUTINE-WRITE.                                              SQ3084.2
055600     MOVE   TEST-COMPUTED TO PRINT-REC PERFORM WRITE-LINE         SQ3084.2
055700     MOVE   ANSI-REFERENCE TO COR-ANSI-REFERENCE.                 SQ3084.2
055800     MOVE   TEST-CORRECT TO PRINT-REC PERFORM WRITE-LINE 2 TIMES. SQ3084.2
055900     MOVE   SPACES TO COR-ANSI-REFERENCE.                         SQ3084.2
056000 FAIL-ROUTINE-EX. EXIT.                                           SQ3084.2
056100 BAIL-OUT.                                                        SQ3084.2
056200     IF     COMPUTED-A NOT EQUAL TO SPACE GO TO BAIL-OUT-WRITE.   SQ3084.2
056300     IF     CORRECT-A EQUAL TO SPACE GO TO BAIL-OUT-EX.           SQ3084.2
056400 BAIL-OUT-WRITE.                                                  SQ3084.2
056500     MOVE CORRECT-A TO XXCORRECT. MOVE COMPUTED-A TO XXCOMPUTED.  SQ3084.2
056600     MOVE   ANSI-REFERENCE TO INF-ANSI-REFERENCE.                 SQ3084.2
056700     MOVE   XXINFO TO DUMMY-RECORD. PERFORM WRITE-LINE 2 TIMES.   SQ3084.2
056800     MOVE   SPACES TO INF-ANSI-REFERENCE.                         SQ3084.2
056900 BAIL-OUT-EX. EXIT.                                               SQ3084.2
057000 CCVS1-EXIT.                                                      SQ3084.2
057100     EXIT.                                                        SQ3084.2
057200 SECT-SQ308A-001 SECTION.                                         SQ3084.2
057300 RLC-INIT-308.                                                    SQ3084.2
057400     MOVE     "TAPE-EMULATION MODE: " TO DUMMY-RECORD.            SQ3084.2
057500     PERFORM  WRITE-LINE.                                         SQ3084.2
057600     MOVE     RLC-TAPE-MODE TO DUMMY-RECORD.                      SQ3084.2
057700     PERFORM  WRITE-LINE.                                         SQ3084.2
057800     IF       RLC-TAPE-EMULATION                                  SQ3084.2
057900              MOVE "00" TO RLC-EXPECT-STAT.                       SQ3084.2
058000*    WRITE THE THREE SEGMENTS.                                    SQ3084.2
058100     OPEN     OUTPUT RLC-FILE                                     SQ3084.2
058171     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ3084.2
058172         RLC-FSTATUS CCVS-IOT-NOKEY                               SQ3084.2
058173         BY CONTENT "OPEN   RLC-FILE        S0001T ".             SQ3084.2
058200     MOVE     1 TO RLC-SEG-NO.                                    SQ3084.2
058300     PERFORM  RLC-WRITE-ONE                                       SQ3084.2
058400              UNTIL RLC-WRITE-SEQ = RLC-SEG-END (1).              SQ3084.2
058500     CLOSE    RLC-FILE REEL                                       SQ3084.2
058571     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ3084.2
058572         RLC-FSTATUS CCVS-IOT-NOKEY                               SQ3084.2
058573         BY CONTENT "CLOSE  RLC-FILE        S0002T ".             SQ3084.2
058600     MOVE     RLC-FSTATUS TO RLC-OUT-REEL-STAT.                   SQ3084.2
058700     MOVE     2 TO RLC-SEG-NO.                                    SQ3084.2
058800     PERFORM  RLC-WRITE-ONE                                       SQ3084.2
058900              UNTIL RLC-WRITE-SEQ = RLC-SEG-END (2).              SQ3084.2
059000     CLOSE    RLC-FILE UNIT                                       SQ3084.2
059071     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ3084.2
059072         RLC-FSTATUS CCVS-IOT-NOKEY                               SQ3084.2
059073         BY CONTENT "CLOSE  RLC-FILE        S0003T ".             SQ3084.2
059100     MOVE     RLC-FSTATUS TO RLC-OUT-UNIT-STAT.                   SQ3084.2
059200     MOVE     3 TO RLC-SEG-NO.                                    SQ3084.2
059300     PERFORM  RLC-WRITE-ONE                                       SQ3084.2
059400              UNTIL RLC-WRITE-SEQ = RLC-SEG-END (3).              SQ3084.2
059500     CLOSE    RLC-FILE                                            SQ3084.2
059571     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ3084.2
059572         RLC-FSTATUS CCVS-IOT-NOKEY                               SQ3084.2
059573         BY CONTENT "CLOSE  RLC-FILE        S0004T ".             SQ3084.2
059600     MOVE     RLC-FSTATUS TO RLC-OUT-CLOSE-STAT.                  SQ3084.2
059700*    READ IT BACK AS ONE FILE, THEN ONCE MORE PAST THE END.       SQ3084.2
059800     OPEN     INPUT RLC-FILE                                      SQ3084.2
059871     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ3084.2
059872         RLC-FSTATUS CCVS-IOT-NOKEY                               SQ3084.2
059873         BY CONTENT "OPEN   RLC-FILE        S0005T ".             SQ3084.2
059900     MOVE     "N" TO RLC-EOF-SW.                                  SQ3084.2
060000     PERFORM  RLC-READ-ONE UNTIL RLC-EOF-SW = "Y".                SQ3084.2
060071     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ3084.2
060072         RLC-FSTATUS CCVS-IOT-NOKEY                               SQ3084.2
060073         BY CONTENT "READ   RLC-FILE        S0006B "              SQ3084.2
060100     READ     RLC-FILE                                            SQ3084.2
060200              AT END                                              SQ3084.2
060271                 CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME        SQ3084.2
060272                     RLC-FSTATUS CCVS-IOT-NOKEY                   SQ3084.2
060273                     BY CONTENT "READ   RLC-FILE        S0006P "  SQ3084.2
060274                 MOVE "Y" TO RLC-EOF-SW.                          SQ3084.2
060275     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ3084.2
060276         RLC-FSTATUS CCVS-IOT-NOKEY                               SQ3084.2
060277         BY CONTENT "READ   RLC-FILE        S0006T ".             SQ3084.2
060300     MOVE     RLC-FSTATUS TO RLC-PAST-EOF-STAT.                   SQ3084.2
060400     CLOSE    RLC-FILE                                            SQ3084.2
060471     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ3084.2
060472         RLC-FSTATUS CCVS-IOT-NOKEY                               SQ3084.2
060473         BY CONTENT "CLOSE  RLC-FILE        S0007T ".             SQ3084.2
060500 RLC-INIT-308-1.                                                  SQ3084.2
060600     MOVE     "CLOSE REEL OUTPUT" TO FEATURE.                     SQ3084.2
060700     MOVE     "VII-39 4.3 CLOSE" TO ANSI-REFERENCE.               SQ3084.2
060800 RLC-TEST-308-1.                                                  SQ3084.2
060900     MOVE     "RLC-TEST-308-1" TO PAR-NAME.                       SQ3084.2
061000     IF       RLC-OUT-REEL-STAT = RLC-EXPECT-STAT                 SQ3084.2
061100              PERFORM PASS                                        SQ3084.2
061200              GO TO RLC-WRITE-308-1.                              SQ3084.2
061300     MOVE     RLC-OUT-REEL-STAT TO COMPUTED-A.                    SQ3084.2
061400     MOVE     RLC-EXPECT-STAT TO CORRECT-A.                       SQ3084.2
061500     MOVE     "WRONG STATUS FROM CLOSE REEL ON OUTPUT" TO RE-MARK.SQ3084.2
061600     PERFORM  FAIL.                                               SQ3084.2
061700 RLC-WRITE-308-1.                                                 SQ3084.2
061800     PERFORM  PRINT-DETAIL.                                       SQ3084.2
061900 RLC-INIT-308-2.                                                  SQ3084.2
062000     MOVE     "CLOSE UNIT OUTPUT" TO FEATURE.                     SQ3084.2
062100 RLC-TEST-308-2.                                                  SQ3084.2
062200     MOVE     "RLC-TEST-308-2" TO PAR-NAME.                       SQ3084.2
062300     IF       RLC-OUT-UNIT-STAT = RLC-EXPECT-STAT                 SQ3084.2
062400              PERFORM PASS                                        SQ3084.2
062500              GO TO RLC-WRITE-308-2.                              SQ3084.2
062600     MOVE     RLC-OUT-UNIT-STAT TO COMPUTED-A.                    SQ3084.2
062700     MOVE     RLC-EXPECT-STAT TO CORRECT-A.                       SQ3084.2
062800     MOVE     "WRONG STATUS FROM CLOSE UNIT ON OUTPUT" TO RE-MARK.SQ3084.2
062900     PERFORM  FAIL.                                               SQ3084.2
063000 RLC-WRITE-308-2.                                                 SQ3084.2
063100     PERFORM  PRINT-DETAIL.                                       SQ3084.2
063200 RLC-TEST-308-3.                                                  SQ3084.2
063300*    THE FILE REMAINED OPEN: EVERY LATER WRITE AND THE FINAL      SQ3084.2
063400*    CLOSE SUCCEEDED.                                             SQ3084.2
063500     MOVE     "RLC-TEST-308-3" TO PAR-NAME.                       SQ3084.2
063600     IF       RLC-BAD-WRITE = ZERO                                SQ3084.2
063700              AND RLC-OUT-CLOSE-STAT = "00"                       SQ3084.2
063800              PERFORM PASS                                        SQ3084.2
063900              GO TO RLC-WRITE-308-3.                              SQ3084.2
064000     MOVE     RLC-BAD-WRITE TO COMPUTED-18V0.                     SQ3084.2
064100     MOVE     ZERO TO CORRECT-18V0.                               SQ3084.2
064200     MOVE     "WRITE FAILED AFTER CLOSE REEL/UNIT" TO RE-MARK.    SQ3084.2
064300     PERFORM  FAIL.                                               SQ3084.2
064400 RLC-WRITE-308-3.                                                 SQ3084.2
064500     PERFORM  PRINT-DETAIL.                                       SQ3084.2
064600 RLC-INIT-308-4.                                                  SQ3084.2
064700     MOVE     "MULTI-REEL READ" TO FEATURE.                       SQ3084.2
064800     MOVE     "VII-49 4.6 READ" TO ANSI-REFERENCE.                SQ3084.2
064900 RLC-TEST-308-4.                                                  SQ3084.2
065000     MOVE     "RLC-TEST-308-4" TO PAR-NAME.                       SQ3084.2
065100     IF       RLC-REC-CNT = RLC-TOTAL-RECS                        SQ3084.2
065200              PERFORM PASS                                        SQ3084.2
065300              GO TO RLC-WRITE-308-4.                              SQ3084.2
065400     MOVE     RLC-REC-CNT TO COMPUTED-18V0.                       SQ3084.2
065500     MOVE     RLC-TOTAL-RECS TO CORRECT-18V0.                     SQ3084.2
065600     MOVE     "RECORD COUNT WRONG ACROSS SEGMENTS" TO RE-MARK.    SQ3084.2
065700     PERFORM  FAIL.                                               SQ3084.2
065800 RLC-WRITE-308-4.                                                 SQ3084.2
065900     PERFORM  PRINT-DETAIL.                                       SQ3084.2
066000 RLC-TEST-308-5.                                                  SQ3084.2
066100*    EACH RECORD CARRIED THE NEXT SEQUENCE NUMBER AND THE         SQ3084.2
066200*    SEGMENT IT WAS WRITTEN IN.                                   SQ3084.2
066300     MOVE     "RLC-TEST-308-5" TO PAR-NAME.                       SQ3084.2
066400     IF       RLC-BREAK-CNT = ZERO                                SQ3084.2
066500              PERFORM PASS                                        SQ3084.2
066600              GO TO RLC-WRITE-308-5.                              SQ3084.2
066700     MOVE     RLC-BREAK-CNT TO COMPUTED-18V0.                     SQ3084.2
066800     MOVE     ZERO TO CORRECT-18V0.                               SQ3084.2
066900     MOVE     "RECORD CONTINUITY BROKEN" TO RE-MARK.              SQ3084.2
067000     PERFORM  FAIL.                                               SQ3084.2
067100 RLC-WRITE-308-5.                                                 SQ3084.2
067200     PERFORM  PRINT-DETAIL.                                       SQ3084.2
067300 RLC-TEST-308-6.                                                  SQ3084.2
067400*    AT END IS TAKEN ON THE READ AFTER THE LAST RECORD.           SQ3084.2
067500     MOVE     "RLC-TEST-308-6" TO PAR-NAME.                       SQ3084.2
067600     IF       RLC-EOF-AT-READ = RLC-TOTAL-RECS + 1                SQ3084.2
067700              AND RLC-EOF-STAT = "10"                             SQ3084.2
067800              PERFORM PASS                                        SQ3084.2
067900              GO TO RLC-WRITE-308-6.                              SQ3084.2
068000     MOVE     RLC-EOF-AT-READ TO COMPUTED-18V0.                   SQ3084.2
068100     COMPUTE  CORRECT-18V0 = RLC-TOTAL-RECS + 1.                  SQ3084.2
068200     MOVE     "AT END NOT ON THE READ AFTER THE LAST RECORD"      SQ3084.2
068300              TO RE-MARK.                                         SQ3084.2
068400     PERFORM  FAIL.                                               SQ3084.2
068500 RLC-WRITE-308-6.                                                 SQ3084.2
068600     PERFORM  PRINT-DETAIL.                                       SQ3084.2
068700 RLC-TEST-308-7.                                                  SQ3084.2
068800     MOVE     "RLC-TEST-308-7" TO PAR-NAME.                       SQ3084.2
068900     IF       RLC-PAST-EOF-STAT = "46"                            SQ3084.2
069000              PERFORM PASS                                        SQ3084.2
069100              GO TO RLC-WRITE-308-7.                              SQ3084.2
069200     MOVE     RLC-PAST-EOF-STAT TO COMPUTED-A.                    SQ3084.2
069300     MOVE     "46" TO CORRECT-A.                                  SQ3084.2
069400     MOVE     "WRONG STATUS ON READ AFTER AT END" TO RE-MARK.     SQ3084.2
069500     PERFORM  FAIL.                                               SQ3084.2
069600 RLC-WRITE-308-7.                                                 SQ3084.2
069700     PERFORM  PRINT-DETAIL.                                       SQ3084.2
069800 RLC-INIT-308-8.                                                  SQ3084.2
069900*    READ TEN RECORDS, CLOSE REEL, READ ONE; THEN NINE MORE,      SQ3084.2
070000*    CLOSE UNIT, READ ONE.  ON DISK THE READS JUST GO ON          SQ3084.2
070100*    (11, THEN 21); ON EMULATED REELS EACH CLOSE SKIPS TO THE     SQ3084.2
070200*    NEXT REEL (41, THEN 66).                                     SQ3084.2
070300     MOVE     "CLOSE REEL INPUT" TO FEATURE.                      SQ3084.2
070400     MOVE     "VII-39 4.3 CLOSE" TO ANSI-REFERENCE.               SQ3084.2
070500     MOVE     11 TO RLC-EXPECT-REEL.                              SQ3084.2
070600     MOVE     21 TO RLC-EXPECT-UNIT.                              SQ3084.2
070700     IF       RLC-TAPE-EMULATION                                  SQ3084.2
070800              COMPUTE RLC-EXPECT-REEL = RLC-SEG-END (1) + 1       SQ3084.2
070900              COMPUTE RLC-EXPECT-UNIT = RLC-SEG-END (2) + 1.      SQ3084.2
071000     MOVE     ZERO TO RLC-AFTER-REEL RLC-AFTER-UNIT.              SQ3084.2
071100     OPEN     INPUT RLC-FILE                                      SQ3084.2
071171     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ3084.2
071172         RLC-FSTATUS CCVS-IOT-NOKEY                               SQ3084.2
071173         BY CONTENT "OPEN   RLC-FILE        S0008T ".             SQ3084.2
071200     MOVE     "N" TO RLC-EOF-SW.                                  SQ3084.2
071300     PERFORM  RLC-READ-NEXT 10 TIMES.                             SQ3084.2
071400     CLOSE    RLC-FILE REEL                                       SQ3084.2
071471     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ3084.2
071472         RLC-FSTATUS CCVS-IOT-NOKEY                               SQ3084.2
071473         BY CONTENT "CLOSE  RLC-FILE        S0009T ".             SQ3084.2
071500     MOVE     RLC-FSTATUS TO RLC-IN-REEL-STAT.                    SQ3084.2
071600     PERFORM  RLC-READ-NEXT.                                      SQ3084.2
071700     IF       RLC-EOF-SW = "N"                                    SQ3084.2
071800              MOVE RLC-SEQ TO RLC-AFTER-REEL.                     SQ3084.2
071900     PERFORM  RLC-READ-NEXT 9 TIMES.                              SQ3084.2
072000     CLOSE    RLC-FILE UNIT                                       SQ3084.2
072071     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ3084.2
072072         RLC-FSTATUS CCVS-IOT-NOKEY                               SQ3084.2
072073         BY CONTENT "CLOSE  RLC-FILE        S0010T ".             SQ3084.2
072100     MOVE     RLC-FSTATUS TO RLC-IN-UNIT-STAT.                    SQ3084.2
072200     PERFORM  RLC-READ-NEXT.                                      SQ3084.2
072300     IF       RLC-EOF-SW = "N"                                    SQ3084.2
072400              MOVE RLC-SEQ TO RLC-AFTER-UNIT.                     SQ3084.2
072500     CLOSE    RLC-FILE                                            SQ3084.2
072571     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ3084.2
072572         RLC-FSTATUS CCVS-IOT-NOKEY                               SQ3084.2
072573         BY CONTENT "CLOSE  RLC-FILE        S0011T ".             SQ3084.2
072600 RLC-TEST-308-8.                                                  SQ3084.2
072700     MOVE     "RLC-TEST-308-8" TO PAR-NAME.                       SQ3084.2
072800     IF       RLC-IN-REEL-STAT = RLC-EXPECT-STAT                  SQ3084.2
072900              PERFORM PASS                                        SQ3084.2
073000              GO TO RLC-WRITE-308-8.                              SQ3084.2
073100     MOVE     RLC-IN-REEL-STAT TO COMPUTED-A.                     SQ3084.2
073200     MOVE     RLC-EXPECT-STAT TO CORRECT-A.                       SQ3084.2
073300     MOVE     "WRONG STATUS FROM CLOSE REEL ON INPUT" TO RE-MARK. SQ3084.2
073400     PERFORM  FAIL.                                               SQ3084.2
073500 RLC-WRITE-308-8.                                                 SQ3084.2
073600     PERFORM  PRINT-DETAIL.                                       SQ3084.2
073700 RLC-TEST-308-9.                                                  SQ3084.2
073800     MOVE     "RLC-TEST-308-9" TO PAR-NAME.                       SQ3084.2
073900     IF       RLC-AFTER-REEL = RLC-EXPECT-REEL                    SQ3084.2
074000              PERFORM PASS                                        SQ3084.2
074100              GO TO RLC-WRITE-308-9.                              SQ3084.2
074200     MOVE     RLC-AFTER-REEL TO COMPUTED-18V0.                    SQ3084.2
074300     MOVE     RLC-EXPECT-REEL TO CORRECT-18V0.                    SQ3084.2
074400     MOVE     "READ RESUMED AT WRONG RECORD AFTER CLOSE REEL"     SQ3084.2
074500              TO RE-MARK.                                         SQ3084.2
074600     PERFORM  FAIL.                                               SQ3084.2
074700 RLC-WRITE-308-9.                                                 SQ3084.2
074800     PERFORM  PRINT-DETAIL.                                       SQ3084.2
074900 RLC-INIT-308-10.                                                 SQ3084.2
075000     MOVE     "CLOSE UNIT INPUT" TO FEATURE.                      SQ3084.2
075100 RLC-TEST-308-10.                                                 SQ3084.2
075200     MOVE     "RLC-TEST-308-10" TO PAR-NAME.                      SQ3084.2
075300     IF       RLC-IN-UNIT-STAT = RLC-EXPECT-STAT                  SQ3084.2
075400              PERFORM PASS                                        SQ3084.2
075500              GO TO RLC-WRITE-308-10.                             SQ3084.2
075600     MOVE     RLC-IN-UNIT-STAT TO COMPUTED-A.                     SQ3084.2
075700     MOVE     RLC-EXPECT-STAT TO CORRECT-A.                       SQ3084.2
075800     MOVE     "WRONG STATUS FROM CLOSE UNIT ON INPUT" TO RE-MARK. SQ3084.2
075900     PERFORM  FAIL.                                               SQ3084.2
076000 RLC-WRITE-308-10.                                                SQ3084.2
076100     PERFORM  PRINT-DETAIL.                                       SQ3084.2
076200 RLC-TEST-308-11.                                                 SQ3084.2
076300     MOVE     "RLC-TEST-308-11" TO PAR-NAME.                      SQ3084.2
076400     IF       RLC-AFTER-UNIT = RLC-EXPECT-UNIT                    SQ3084.2
076500              PERFORM PASS                                        SQ3084.2
076600              GO TO RLC-WRITE-308-11.                             SQ3084.2
076700     MOVE     RLC-AFTER-UNIT TO COMPUTED-18V0.                    SQ3084.2
076800     MOVE     RLC-EXPECT-UNIT TO CORRECT-18V0.                    SQ3084.2
076900     MOVE     "READ RESUMED AT WRONG RECORD AFTER CLOSE UNIT"     SQ3084.2
077000              TO RE-MARK.                                         SQ3084.2
077100     PERFORM  FAIL.                                               SQ3084.2
077200 RLC-WRITE-308-11.                                                SQ3084.2
077300     PERFORM  PRINT-DETAIL.                                       SQ3084.2
077400     GO       TO CCVS-999999.                                     SQ3084.2
077500 RLC-WRITE-ONE.                                                   SQ3084.2
077600     ADD      1 TO RLC-WRITE-SEQ.                                 SQ3084.2
077700     MOVE     RLC-WRITE-SEQ TO RLC-SEQ.                           SQ3084.2
077800     MOVE     RLC-SEG-NO TO RLC-SEG.                              SQ3084.2
077900     MOVE     RLC-TEXT-VALUE TO RLC-TEXT.                         SQ3084.2
078000     WRITE    RLC-REC                                             SQ3084.2
078071     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ3084.2
078072         RLC-FSTATUS CCVS-IOT-NOKEY                               SQ3084.2
078073         BY CONTENT "WRITE  RLC-FILE        S0012T ".             SQ3084.2
078100     IF       RLC-FSTATUS NOT = "00"                              SQ3084.2
078200              ADD 1 TO RLC-BAD-WRITE.                             SQ3084.2
078300 RLC-READ-ONE.                                                    SQ3084.2
078400     ADD      1 TO RLC-READ-CNT.                                  SQ3084.2
078471     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ3084.2
078472         RLC-FSTATUS CCVS-IOT-NOKEY                               SQ3084.2
078473         BY CONTENT "READ   RLC-FILE        S0013B "              SQ3084.2
078500     READ     RLC-FILE                                            SQ3084.2
078600              AT END                                              SQ3084.2
078671                 CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME        SQ3084.2
078672                     RLC-FSTATUS CCVS-IOT-NOKEY                   SQ3084.2
078673                     BY CONTENT "READ   RLC-FILE        S0013P "  SQ3084.2
078674                 MOVE "Y" TO RLC-EOF-SW                           SQ3084.2
078700                     MOVE RLC-READ-CNT TO RLC-EOF-AT-READ         SQ3084.2
078800                     MOVE RLC-FSTATUS TO RLC-EOF-STAT.            SQ3084.2
078871     CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME                    SQ3084.2
078872         RLC-FSTATUS CCVS-IOT-NOKEY                               SQ3084.2
078873         BY CONTENT "READ   RLC-FILE        S0013T ".             SQ3084.2
078900     IF       RLC-EOF-SW = "N"                                    SQ3084.2
079000              ADD 1 TO RLC-REC-CNT                                SQ3084.2
079100              PERFORM RLC-CHECK-ONE.                              SQ3084.2
079200 RLC-CHECK-ONE.                                                   SQ3084.2
079300     MOVE     1 TO RLC-EXPECT-SEG.                                SQ3084.2
079400     IF       RLC-REC-CNT GREATER THAN RLC-SEG-END (1)            SQ3084.2
079500              MOVE 2 TO RLC-EXPECT-SEG.                           SQ3084.2
079600     IF       RLC-REC-CNT GREATER THAN RLC-SEG-END (2)            SQ3084.2
079700              MOVE 3 TO RLC-EXPECT-SEG.                           SQ3084.2
079800     IF       RLC-SEQ NOT = RLC-REC-CNT                           SQ3084.2
079900              OR RLC-SEG NOT = RLC-EXPECT-SEG                     SQ3084.2
080000              OR RLC-TEXT NOT = RLC-TEXT-VALUE                    SQ3084.2
080100              ADD 1 TO RLC-BREAK-CNT.                             SQ3084.2
080200 RLC-READ-NEXT.                                                   SQ3084.2
080300     IF       RLC-EOF-SW = "N"                                    SQ3084.2
080371              CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME           SQ3084.2
080372                  RLC-FSTATUS CCVS-IOT-NOKEY                      SQ3084.2
080373                  BY CONTENT "READ   RLC-FILE        S0014B "     SQ3084.2
080400              READ RLC-FILE                                       SQ3084.2
080500                   AT END                                         SQ3084.2
080571                 CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME        SQ3084.2
080572                     RLC-FSTATUS CCVS-IOT-NOKEY                   SQ3084.2
080573                     BY CONTENT "READ   RLC-FILE        S0014P "  SQ3084.2
080574                 MOVE "Y" TO RLC-EOF-SW                           SQ3084.2
080575              END-READ                                            SQ3084.2
080576              CALL "CCVSIOT" USING CCVS-PGM-ID PAR-NAME           SQ3084.2
080577                  RLC-FSTATUS CCVS-IOT-NOKEY                      SQ3084.2
080578                  BY CONTENT "READ   RLC-FILE        S0014T ".    SQ3084.2
080600 CCVS-EXIT SECTION.                                               SQ3084.2
080700 CCVS-999999.                                                     SQ3084.2
080800     GO TO CLOSE-FILES.                                           SQ3084.2
