000100 IDENTIFICATION DIVISION.                                         NC3244.2
000200 PROGRAM-ID.                                                      NC3244.2
000300     NC324A.                                                      NC3244.2
000400****************************************************************  NC3244.2
000500*                                                              *  NC3244.2
000600*    VALIDATION FOR:-                                          *  NC3244.2
000700*                                                              *  NC3244.2
000800*    "ON-SITE VALIDATION, NATIONAL INSTITUTE OF STD & TECH.     ".NC3244.2
000900*                                                              *  NC3244.2
001000*    "COBOL 85 VERSION 4.2, Apr  1993 SSVG                      ".NC3244.2
001100*                                                              *  NC3244.2
001200****************************************************************  NC3244.2
001300*                                                              *  NC3244.2
001400*      X-CARDS USED BY THIS PROGRAM ARE :-                     *  NC3244.2
001500*                                                              *  NC3244.2
001600*        X-55  - SYSTEM PRINTER NAME.                          *  NC3244.2
001700*        X-82  - SOURCE COMPUTER NAME.                         *  NC3244.2
001800*        X-83  - OBJECT COMPUTER NAME.                         *  NC3244.2
001900*                                                              *  NC3244.2
002000****************************************************************  NC3244.2
002100*                                                              *  NC3244.2
002184*    NC324A ROUTES DISPLAY AND ACCEPT THROUGH SPECIAL-NAMES    *  NC3244.2
002268*    DEVICE MNEMONICS: CONSOLE, SYSOUT, SYSERR AND SYSIN.      *  NC3244.2
002352*                                                              *  NC3244.2
002436*    EVERY DISPLAY LINE STARTS WITH A TAG, "NC324A-ROUTE-      *  NC3244.2
002520*    <DEVICE>-NN".  THE PROGRAM CANNOT SEE WHERE ITS OWN       *  NC3244.2
002604*    OUTPUT WENT, SO THOSE TESTS ARE INSPT.  THE COMPANION     *  NC3244.2
002688*    CCVSRTE RUNS THIS MODULE WITH STANDARD OUTPUT AND         *  NC3244.2
002772*    STANDARD ERROR CAPTURED SEPARATELY.  IT CONFIRMS EACH     *  NC3244.2
002856*    TAG REACHED ITS DOCUMENTED STREAM AND NO OTHER:           *  NC3244.2
002940*                                                              *  NC3244.2
003024*      CONSOLE, SYSOUT, NO UPON    STANDARD OUTPUT             *  NC3244.2
003108*      SYSERR                      STANDARD ERROR              *  NC3244.2
003192*                                                              *  NC3244.2
003276*    THE ACCEPT TESTS READ STANDARD INPUT THROUGH THE SYSIN    *  NC3244.2
003360*    AND CONSOLE MNEMONICS.  CCVSRTE FEEDS IT FROM             *  NC3244.2
003444*    nc324a.dat.  WITHOUT THAT FEED, E.G. UNDER A PLAIN        *  NC3244.2
003528*    DRIVER RUN, THEY ARE DELETED RATHER THAN FAILED.          *  NC3244.2
003612*                                                              *  NC3244.2
003700****************************************************************  NC3244.2
003800 ENVIRONMENT DIVISION.                                            NC3244.2
003900 CONFIGURATION SECTION.                                           NC3244.2
004000 SOURCE-COMPUTER.                                                 NC3244.2
004100     COPY CCVSTRG.                                                NC3244.2
004200 OBJECT-COMPUTER.                                                 NC3244.2
004300     COPY CCVSTRG.                                                NC3244.2
004316 SPECIAL-NAMES.                                                   NC3244.2
004332     CONSOLE IS DRT-CONSOLE                                       NC3244.2
004348     SYSOUT IS DRT-SYSOUT                                         NC3244.2
004364     SYSERR IS DRT-SYSERR                                         NC3244.2
004380     SYSIN IS DRT-SYSIN.                                          NC3244.2
004400 INPUT-OUTPUT SECTION.                                            NC3244.2
004500 FILE-CONTROL.                                                    NC3244.2
004600     SELECT PRINT-FILE ASSIGN TO                                  NC3244.2
004700     "report.log".                                                NC3244.2
004800     SELECT   CSV-RESULTS-FILE ASSIGN TO                          NC3244.2
004900     "results.csv".                                               NC3244.2
005000     SELECT   SUITE-SUMMARY-FILE ASSIGN TO                        NC3244.2
005100     "suite_summary.csv"                                          NC3244.2
005200     FILE STATUS IS WS-SS-FILE-STATUS.                            NC3244.2
005300     SELECT   NEGATIVE-PATH-FILE ASSIGN TO                        NC3244.2
005400     "negative_path.csv"                                          NC3244.2
005500     FILE STATUS IS WS-NP-FILE-STATUS.                            NC3244.2
005600     SELECT   XCARD-PARM-FILE ASSIGN TO                           NC3244.2
005700     "xcard.dat"                                                  NC3244.2
005800     ORGANIZATION LINE SEQUENTIAL                                 NC3244.2
005900     FILE STATUS IS WS-XCARD-FSTATUS.                             NC3244.2
006000 DATA DIVISION.                                                   NC3244.2
006100 FILE SECTION.                                                    NC3244.2
006200 FD  PRINT-FILE.                                                  NC3244.2
006300 01  PRINT-REC PICTURE X(120).                                    NC3244.2
006400 01  DUMMY-RECORD PICTURE X(120).                                 NC3244.2
006500 FD  CSV-RESULTS-FILE.                                            NC3244.2
006600 01  CSV-RESULTS-REC PICTURE X(200).                              NC3244.2
006700 FD  SUITE-SUMMARY-FILE.                                          NC3244.2
006800 01  SUITE-SUMMARY-REC PICTURE X(80).                             NC3244.2
006900 FD  NEGATIVE-PATH-FILE.                                          NC3244.2
007000 01  NEGATIVE-PATH-REC PICTURE X(200).                            NC3244.2
007100 FD  XCARD-PARM-FILE.                                             NC3244.2
007200 01  XCARD-PARM-REC PIC X(80).                                    NC3244.2
007300 WORKING-STORAGE SECTION.                                         NC3244.2
007400 01  DRT-IN-1              PIC X(40) VALUE SPACE.                 NC3244.2
007410 01  DRT-IN-2              PIC X(40) VALUE SPACE.                 NC3244.2
007420 01  DRT-IN-3              PIC X(40) VALUE SPACE.                 NC3244.2
007430 01  DRT-FEED-SW           PIC X     VALUE "N".                   NC3244.2
007440     88  DRT-FEED-PRESENT            VALUE "Y".                   NC3244.2
007450 01  DRT-NN                PIC 99    VALUE 5.                     NC3244.2
008100 01  TEST-RESULTS.                                                NC3244.2
008200     02 FILLER                   PIC X      VALUE SPACE.          NC3244.2
008300     02 FEATURE                  PIC X(20)  VALUE SPACE.          NC3244.2
008400 02 FEATURE-CODE PICTURE X(8) VALUE SPACE.                        NC3244.2
008500     02 FILLER                   PIC X      VALUE SPACE.          NC3244.2
008600     02 P-OR-F                   PIC X(5)   VALUE SPACE.          NC3244.2
008700     02 FILLER                   PIC X      VALUE SPACE.          NC3244.2
008800     02  PAR-NAME.                                                NC3244.2
008900       03 FILLER                 PIC X(19)  VALUE SPACE.          NC3244.2
009000       03  PARDOT-X              PIC X      VALUE SPACE.          NC3244.2
009100       03 DOTVALUE               PIC 99     VALUE ZERO.           NC3244.2
009200     02 FILLER                   PIC X(8)   VALUE SPACE.          NC3244.2
009300     02 RE-MARK                  PIC X(61).                       NC3244.2
009400 01  TEST-COMPUTED.                                               NC3244.2
009500     02 FILLER                   PIC X(30)  VALUE SPACE.          NC3244.2
009600     02 FILLER                   PIC X(17)  VALUE                 NC3244.2
009700            "       COMPUTED=".                                   NC3244.2
009800     02 COMPUTED-X.                                               NC3244.2
009900     03 COMPUTED-A               PIC X(20)  VALUE SPACE.          NC3244.2
010000     03 COMPUTED-N               REDEFINES COMPUTED-A             NC3244.2
010100                                 PIC -9(9).9(9).                  NC3244.2
010200     03 COMPUTED-0V18 REDEFINES COMPUTED-A   PIC -.9(18).         NC3244.2
010300     03 COMPUTED-4V14 REDEFINES COMPUTED-A   PIC -9(4).9(14).     NC3244.2
010400     03 COMPUTED-14V4 REDEFINES COMPUTED-A   PIC -9(14).9(4).     NC3244.2
010500     03       CM-18V0 REDEFINES COMPUTED-A.                       NC3244.2
010600         04 COMPUTED-18V0                    PIC -9(18).          NC3244.2
010700         04 FILLER                           PIC X.               NC3244.2
010800     03 FILLER PIC X(50) VALUE SPACE.                             NC3244.2
010900 01  TEST-CORRECT.                                                NC3244.2
011000     02 FILLER PIC X(30) VALUE SPACE.                             NC3244.2
011100     02 FILLER PIC X(17) VALUE "       CORRECT =".                NC3244.2
011200     02 CORRECT-X.                                                NC3244.2
011300     03 CORRECT-A                  PIC X(20) VALUE SPACE.         NC3244.2
011400     03 CORRECT-N    REDEFINES CORRECT-A     PIC -9(9).9(9).      NC3244.2
011500     03 CORRECT-0V18 REDEFINES CORRECT-A     PIC -.9(18).         NC3244.2
011600     03 CORRECT-4V14 REDEFINES CORRECT-A     PIC -9(4).9(14).     NC3244.2
011700     03 CORRECT-14V4 REDEFINES CORRECT-A     PIC -9(14).9(4).     NC3244.2
011800     03      CR-18V0 REDEFINES CORRECT-A.                         NC3244.2
011900         04 CORRECT-18V0                     PIC -9(18).          NC3244.2
012000         04 FILLER                           PIC X.               NC3244.2
012100     03 FILLER PIC X(2) VALUE SPACE.                              NC3244.2
012200     03 COR-ANSI-REFERENCE             PIC X(48) VALUE SPACE.     NC3244.2
012300 01  CCVS-C-1.                                                    NC3244.2
012400     02 FILLER  PIC IS X(99)    VALUE IS " FEATURE              PANC3244.2
012500-    "SS  PARAGRAPH-NAME                                          NC3244.2
012600-    "       REMARKS".                                            NC3244.2
012700     02 FILLER                     PIC X(20)    VALUE SPACE.      NC3244.2
012800 01  CCVS-C-2.                                                    NC3244.2
012900     02 FILLER                     PIC X        VALUE SPACE.      NC3244.2
013000     02 FILLER                     PIC X(6)     VALUE "TESTED".   NC3244.2
013100     02 FILLER                     PIC X(15)    VALUE SPACE.      NC3244.2
013200     02 FILLER                     PIC X(4)     VALUE "FAIL".     NC3244.2
013300     02 FILLER                     PIC X(94)    VALUE SPACE.      NC3244.2
013400 01  REC-SKL-SUB                   PIC 9(2)     VALUE ZERO.       NC3244.2
013500 01  REC-CT                        PIC 99       VALUE ZERO.       NC3244.2
013600 01  DELETE-COUNTER                PIC 999      VALUE ZERO.       NC3244.2
013700 01  ERROR-COUNTER                 PIC 999      VALUE ZERO.       NC3244.2
013800 01  INSPECT-COUNTER               PIC 999      VALUE ZERO.       NC3244.2
013900 01  PASS-COUNTER                  PIC 999      VALUE ZERO.       NC3244.2
014000 01  TOTAL-ERROR                   PIC 999      VALUE ZERO.       NC3244.2
014100 01  ERROR-HOLD                    PIC 999      VALUE ZERO.       NC3244.2
014200 01  DUMMY-HOLD                    PIC X(120)   VALUE SPACE.      NC3244.2
014300 01  RECORD-COUNT                  PIC 9(5)     VALUE ZERO.       NC3244.2
014400 01  WS-PAGE-LINES-ALPHA PIC X(3) VALUE "060".                    NC3244.2
014500 01  WS-PAGE-LINES REDEFINES                                      NC3244.2
014600     WS-PAGE-LINES-ALPHA PIC 9(3).                                NC3244.2
014700 01  ANSI-REFERENCE                PIC X(48)    VALUE SPACES.     NC3244.2
014800 01  ANSI-CLAUSE-NUM PIC X(16) VALUE SPACES.                      NC3244.2
014900 01  WS-ANSI-IDX     PIC 9(2).                                    NC3244.2
015000 01  WS-ANSI-LEN     PIC 9(2).                                    NC3244.2
015100 01  CCVS-H-1.                                                    NC3244.2
015200     02  FILLER                    PIC X(39)    VALUE SPACES.     NC3244.2
015300     02  FILLER                    PIC X(42)    VALUE             NC3244.2
015400     "OFFICIAL COBOL COMPILER VALIDATION SYSTEM".                 NC3244.2
015500     02  FILLER                    PIC X(39)    VALUE SPACES.     NC3244.2
015600 01  CCVS-H-2A.                                                   NC3244.2
015700   02  FILLER                        PIC X(40)  VALUE SPACE.      NC3244.2
015800   02  FILLER                        PIC X(7)   VALUE "CCVS85 ".  NC3244.2
015900   02  FILLER                        PIC XXXX   VALUE             NC3244.2
016000     "4.2 ".                                                      NC3244.2
016100   02  FILLER                        PIC X(28)  VALUE             NC3244.2
016200            " COPY - NOT FOR DISTRIBUTION".                       NC3244.2
016300   02  FILLER                        PIC X(41)  VALUE SPACE.      NC3244.2
016400                                                                  NC3244.2
016500 01  CCVS-H-2B.                                                   NC3244.2
016600   02  FILLER                        PIC X(15)  VALUE             NC3244.2
016700            "TEST RESULT OF ".                                    NC3244.2
016800   02  TEST-ID                       PIC X(9).                    NC3244.2
016900   02  FILLER                        PIC X(4)   VALUE             NC3244.2
017000            " IN ".                                               NC3244.2
017100   02  FILLER                        PIC X(12)  VALUE             NC3244.2
017200     " HIGH       ".                                              NC3244.2
017300   02  FILLER                        PIC X(22)  VALUE             NC3244.2
017400            " LEVEL VALIDATION FOR ".                             NC3244.2
017500   02  FILLER                        PIC X(58)  VALUE             NC3244.2
017600     "ON-SITE VALIDATION, NATIONAL INSTITUTE OF STD & TECH.     ".NC3244.2
017700 01  CCVS-H-3.                                                    NC3244.2
017800     02  FILLER                      PIC X(34)  VALUE             NC3244.2
017900            " FOR OFFICIAL USE ONLY    ".                         NC3244.2
018000     02  FILLER                      PIC X(58)  VALUE             NC3244.2
018100     "COBOL 85 VERSION 4.2, Apr  1993 SSVG                      ".NC3244.2
018200     02  FILLER                      PIC X(28)  VALUE             NC3244.2
018300            "  COPYRIGHT   1985 ".                                NC3244.2
018400 01  CCVS-H-4.                                                    NC3244.2
018500     02  FILLER                      PIC X(15)  VALUE             NC3244.2
018600            "COMPILED DATE: ".                                    NC3244.2
018700     02  H4-BUILD-ID                 PIC X(16).                   NC3244.2
018800     02  FILLER                      PIC X(10)  VALUE             NC3244.2
018900            "  RUN ON: ".                                         NC3244.2
019000     02  H4-RUN-DATE                 PIC 9(8).                    NC3244.2
019100     02  FILLER                      PIC X(71)  VALUE SPACE.      NC3244.2
019200 01  CCVS-E-1.                                                    NC3244.2
019300     02 FILLER                       PIC X(52)  VALUE SPACE.      NC3244.2
019400     02 FILLER  PIC X(14) VALUE IS "END OF TEST-  ".              NC3244.2
019500     02 ID-AGAIN                     PIC X(9).                    NC3244.2
019600     02 FILLER                       PIC X(45)  VALUE SPACES.     NC3244.2
019700 01  CCVS-E-2.                                                    NC3244.2
019800     02  FILLER                      PIC X(31)  VALUE SPACE.      NC3244.2
019900     02  FILLER                      PIC X(21)  VALUE SPACE.      NC3244.2
020000     02 CCVS-E-2-2.                                               NC3244.2
020100         03 ERROR-TOTAL              PIC XXX    VALUE SPACE.      NC3244.2
020200         03 FILLER                   PIC X      VALUE SPACE.      NC3244.2
020300         03 ENDER-DESC               PIC X(44)  VALUE             NC3244.2
020400            "ERRORS ENCOUNTERED".                                 NC3244.2
020500 01  CCVS-E-3.                                                    NC3244.2
020600     02  FILLER                      PIC X(22)  VALUE             NC3244.2
020700            " FOR OFFICIAL USE ONLY".                             NC3244.2
020800     02  FILLER                      PIC X(12)  VALUE SPACE.      NC3244.2
020900     02  FILLER                      PIC X(58)  VALUE             NC3244.2
021000     "ON-SITE VALIDATION, NATIONAL INSTITUTE OF STD & TECH.     ".NC3244.2
021100     02  FILLER                      PIC X(13)  VALUE SPACE.      NC3244.2
021200     02 FILLER                       PIC X(15)  VALUE             NC3244.2
021300             " COPYRIGHT 1985".                                   NC3244.2
021400 01  CCVS-E-4.                                                    NC3244.2
021500     02 CCVS-E-4-1                   PIC XXX    VALUE SPACE.      NC3244.2
021600     02 FILLER                       PIC X(4)   VALUE " OF ".     NC3244.2
021700     02 CCVS-E-4-2                   PIC XXX    VALUE SPACE.      NC3244.2
021800     02 FILLER                       PIC X(40)  VALUE             NC3244.2
021900      "  TESTS WERE EXECUTED SUCCESSFULLY".                       NC3244.2
022000 01  XXINFO.                                                      NC3244.2
022100     02 FILLER                       PIC X(19)  VALUE             NC3244.2
022200            "*** INFORMATION ***".                                NC3244.2
022300     02 INFO-TEXT.                                                NC3244.2
022400       04 FILLER                     PIC X(8)   VALUE SPACE.      NC3244.2
022500       04 XXCOMPUTED                 PIC X(20).                   NC3244.2
022600       04 FILLER                     PIC X(5)   VALUE SPACE.      NC3244.2
022700       04 XXCORRECT                  PIC X(20).                   NC3244.2
022800     02 INF-ANSI-REFERENCE           PIC X(48).                   NC3244.2
022900 01  HYPHEN-LINE.                                                 NC3244.2
023000     02 FILLER  PIC IS X VALUE IS SPACE.                          NC3244.2
023100     02 FILLER  PIC IS X(65)    VALUE IS "************************NC3244.2
023200-    "*****************************************".                 NC3244.2
023300     02 FILLER  PIC IS X(54)    VALUE IS "************************NC3244.2
023400-    "******************************".                            NC3244.2
023500 01  CSV-HEADER-REC PICTURE X(200) VALUE                          NC3244.2
023600     "PGM-ID,FEATURE,FEATURE-CODE,PAR-NAME,                       NC3244.2
023700-    "P-OR-F,PASS,FAIL,DELETE,INSPECT".                           NC3244.2
023800 01  WS-SS-FILE-STATUS PICTURE XX VALUE SPACE.                    NC3244.2
023900 01  WS-NP-FILE-STATUS PIC XX VALUE SPACE.                        NC3244.2
024000 01  WS-FC-CNT PIC 9(3) VALUE ZERO.                               NC3244.2
024100 01  WS-BUILD-ID PIC X(16) VALUE SPACE.                           NC3244.2
024200 01  WS-RUN-DATE PIC 9(8) VALUE ZERO.                             NC3244.2
024300 01  WS-START-TIME PIC 9(8) VALUE ZERO.                           NC3244.2
024400 01  WS-END-TIME PIC 9(8) VALUE ZERO.                             NC3244.2
024500 01  WS-XCARD-FSTATUS PIC XX VALUE SPACE.                         NC3244.2
024600 01  WS-XCARD-EOF     PIC X  VALUE SPACE.                         NC3244.2
024700 01  WS-XCARD-CODE    PIC X(3).                                   NC3244.2
024800 01  WS-XCARD-VALUE   PIC X(8).                                   NC3244.2
024900     COPY     CCVSSED.                                            NC3244.2
025000 01  CCVS-PGM-ID                     PIC X(9)   VALUE             NC3244.2
025100     "NC324A".                                                    NC3244.2
025200 PROCEDURE DIVISION.                                              NC3244.2
025300 CCVS1 SECTION.                                                   NC3244.2
025400 OPEN-FILES.                                                      NC3244.2
025400     CALL     "CCVSHBT" USING CCVS-PGM-ID                         NC3244.2
025400              BY CONTENT "OPEN ".                                 NC3244.2
025500     PERFORM  LOAD-X-CARD-PARMS.                                  NC3244.2
025600     OPEN     OUTPUT PRINT-FILE.                                  NC3244.2
025700     OPEN     EXTEND SUITE-SUMMARY-FILE.                          NC3244.2
025800     IF       WS-SS-FILE-STATUS = "35"                            NC3244.2
025900              OPEN OUTPUT SUITE-SUMMARY-FILE                      NC3244.2
026000     END-IF.                                                      NC3244.2
026100     OPEN     EXTEND NEGATIVE-PATH-FILE.                          NC3244.2
026200     IF       WS-NP-FILE-STATUS = "35"                            NC3244.2
026300              OPEN OUTPUT NEGATIVE-PATH-FILE                      NC3244.2
026400     END-IF.                                                      NC3244.2
026500     MOVE WHEN-COMPILED TO WS-BUILD-ID.                           NC3244.2
026600     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.                       NC3244.2
026700     ACCEPT WS-START-TIME FROM TIME.                              NC3244.2
026800     MOVE WS-BUILD-ID TO H4-BUILD-ID.                             NC3244.2
026900     MOVE WS-RUN-DATE TO H4-RUN-DATE.                             NC3244.2
027000     OPEN     OUTPUT CSV-RESULTS-FILE.                            NC3244.2
027100     WRITE    CSV-RESULTS-REC FROM CSV-HEADER-REC.                NC3244.2
027200     MOVE CCVS-PGM-ID TO TEST-ID. MOVE CCVS-PGM-ID TO ID-AGAIN.   NC3244.2
027300     MOVE    SPACE TO TEST-RESULTS.                               NC3244.2
027400     PERFORM  HEAD-ROUTINE THRU COLUMN-NAMES-ROUTINE.             NC3244.2
027500     GO TO CCVS1-EXIT.                                            NC3244.2
027600 CLOSE-FILES.                                                     NC3244.2
027600     CALL     "CCVSHBT" USING CCVS-PGM-ID                         NC3244.2
027600              BY CONTENT "CLOSE".                                 NC3244.2
027700     ACCEPT WS-END-TIME FROM TIME.                                NC3244.2
027800     PERFORM END-ROUTINE THRU END-ROUTINE-13. CLOSE PRINT-FILE.   NC3244.2
027900     CLOSE    SUITE-SUMMARY-FILE.                                 NC3244.2
028000     CLOSE    NEGATIVE-PATH-FILE.                                 NC3244.2
028100     CLOSE    CSV-RESULTS-FILE.                                   NC3244.2
028200 TERMINATE-CCVS.                                                  NC3244.2
028300*S   EXIT PROGRAM.                                                NC3244.2
028400*SERMINATE-CALL.                                                  NC3244.2
028500     EVALUATE TRUE                                                NC3244.2
028600         WHEN ERROR-COUNTER NOT EQUAL TO ZERO                     NC3244.2
028700             MOVE 16 TO RETURN-CODE                               NC3244.2
028800         WHEN DELETE-COUNTER NOT EQUAL TO ZERO                    NC3244.2
028900             MOVE 8 TO RETURN-CODE                                NC3244.2
029000         WHEN INSPECT-COUNTER NOT EQUAL TO ZERO                   NC3244.2
029100             MOVE 4 TO RETURN-CODE                                NC3244.2
029200         WHEN OTHER                                               NC3244.2
029300             MOVE 0 TO RETURN-CODE                                NC3244.2
029400     END-EVALUATE.                                                NC3244.2
029500     STOP     RUN.                                                NC3244.2
029600 EXTRACT-ANSI-CLAUSE-NUM.                                         NC3244.2
029700     MOVE     SPACES TO ANSI-CLAUSE-NUM.                          NC3244.2
029800     MOVE     1 TO WS-ANSI-IDX.                                   NC3244.2
029900     PERFORM  UNTIL WS-ANSI-IDX > 48                              NC3244.2
030000         OR ANSI-REFERENCE (WS-ANSI-IDX:1) = SPACE                NC3244.2
030100         OR ANSI-REFERENCE (WS-ANSI-IDX:1) = ";"                  NC3244.2
030200         ADD 1 TO WS-ANSI-IDX                                     NC3244.2
030300     END-PERFORM.                                                 NC3244.2
030400     SUBTRACT 1 FROM WS-ANSI-IDX GIVING WS-ANSI-LEN.              NC3244.2
030500     IF       WS-ANSI-LEN > 0                                     NC3244.2
030600              MOVE ANSI-REFERENCE (1:WS-ANSI-LEN)                 NC3244.2
030700                      TO ANSI-CLAUSE-NUM                          NC3244.2
030800     END-IF.                                                      NC3244.2
030900 LOAD-X-CARD-PARMS.                                               NC3244.2
031000     OPEN     INPUT XCARD-PARM-FILE.                              NC3244.2
031100     IF       WS-XCARD-FSTATUS NOT = "35"                         NC3244.2
031200              PERFORM READ-XCARD-PARM-LINE                        NC3244.2
031300              PERFORM APPLY-XCARD-PARM-LINE                       NC3244.2
031400                      UNTIL WS-XCARD-EOF = "Y"                    NC3244.2
031500              CLOSE XCARD-PARM-FILE                               NC3244.2
031600     END-IF.                                                      NC3244.2
031700     MOVE     SPACE TO DUMMY-RECORD.                              NC3244.2
031700     STRING   "RANDOM SEED: " DELIMITED BY SIZE                   NC3244.2
031700              WS-RANDOM-SEED DELIMITED BY SIZE                    NC3244.2
031700              INTO DUMMY-RECORD.                                  NC3244.2
031700     CALL     "CCVSLOG" USING CCVS-PGM-ID                         NC3244.2
031700              DUMMY-RECORD.                                       NC3244.2
031700     MOVE     SPACE TO DUMMY-RECORD.                              NC3244.2
031800 READ-XCARD-PARM-LINE.                                            NC3244.2
031900     READ     XCARD-PARM-FILE INTO XCARD-PARM-REC                 NC3244.2
032000              AT END MOVE "Y" TO WS-XCARD-EOF.                    NC3244.2
032100 APPLY-XCARD-PARM-LINE.                                           NC3244.2
032200     UNSTRING XCARD-PARM-REC DELIMITED BY "="                     NC3244.2
032300              INTO WS-XCARD-CODE WS-XCARD-VALUE.                  NC3244.2
032400     EVALUATE WS-XCARD-CODE                                       NC3244.2
032500     WHEN "095" MOVE WS-XCARD-VALUE(1:3)                          NC3244.2
032600         TO WS-PAGE-LINES-ALPHA                                   NC3244.2
032700 WHEN "999" MOVE WS-XCARD-VALUE TO WS-RANDOM-SEED                 NC3244.2
032800         WHEN OTHER CONTINUE                                      NC3244.2
032900     END-EVALUATE.                                                NC3244.2
033000     PERFORM  READ-XCARD-PARM-LINE.                               NC3244.2
033100 INSPT. MOVE "INSPT" TO P-OR-F. ADD 1 TO INSPECT-COUNTER.         NC3244.2
033200 PASS.  MOVE "PASS " TO P-OR-F.  ADD 1 TO PASS-COUNTER.           NC3244.2
033300 FAIL.  MOVE "FAIL*" TO P-OR-F.  ADD 1 TO ERROR-COUNTER.          NC3244.2
033400 DE-LETE.  MOVE "*****" TO P-OR-F.  ADD 1 TO DELETE-COUNTER.      NC3244.2
033500     MOVE "****TEST DELETED****" TO RE-MARK.                      NC3244.2
033600 PRINT-DETAIL.                                                    NC3244.2
033700     IF REC-CT NOT EQUAL TO ZERO                                  NC3244.2
033800             MOVE "." TO PARDOT-X                                 NC3244.2
033900             MOVE REC-CT TO DOTVALUE.                             NC3244.2
034000     MOVE     TEST-RESULTS TO PRINT-REC. PERFORM WRITE-LINE.      NC3244.2
034100     PERFORM WRITE-CSV-LINE.                                      NC3244.2
034200     IF P-OR-F EQUAL TO "FAIL*"  PERFORM WRITE-LINE               NC3244.2
034300        PERFORM FAIL-ROUTINE THRU FAIL-ROUTINE-EX                 NC3244.2
034400          ELSE PERFORM BAIL-OUT THRU BAIL-OUT-EX.                 NC3244.2
034500     MOVE SPACE TO P-OR-F. MOVE SPACE TO COMPUTED-X.              NC3244.2
034600     MOVE SPACE TO CORRECT-X.                                     NC3244.2
034700     IF     REC-CT EQUAL TO ZERO  MOVE SPACE TO PAR-NAME.         NC3244.2
034800     MOVE     SPACE TO RE-MARK.                                   NC3244.2
034900 HEAD-ROUTINE.                                                    NC3244.2
035000     MOVE CCVS-H-1  TO DUMMY-RECORD. PERFORM WRITE-LINE 2 TIMES.  NC3244.2
035100     MOVE CCVS-H-2A TO DUMMY-RECORD. PERFORM WRITE-LINE 2 TIMES.  NC3244.2
035200     MOVE CCVS-H-2B TO DUMMY-RECORD. PERFORM WRITE-LINE 3 TIMES.  NC3244.2
035300     MOVE CCVS-H-3  TO DUMMY-RECORD. PERFORM WRITE-LINE 3 TIMES.  NC3244.2
035400     MOVE CCVS-H-4 TO DUMMY-RECORD. PERFORM WRITE-LINE.           NC3244.2
035500 COLUMN-NAMES-ROUTINE.                                            NC3244.2
035600     MOVE CCVS-C-1 TO DUMMY-RECORD. PERFORM WRITE-LINE.           NC3244.2
035700     MOVE CCVS-C-2 TO DUMMY-RECORD. PERFORM WRITE-LINE 2 TIMES.   NC3244.2
035800     MOVE HYPHEN-LINE TO DUMMY-RECORD. PERFORM WRITE-LINE.        NC3244.2
035900 END-ROUTINE.                                                     NC3244.2
036000     MOVE HYPHEN-LINE TO DUMMY-RECORD. PERFORM WRITE-LINE 5 TIMES.NC3244.2
036100 END-RTN-EXIT.                                                    NC3244.2
036200     MOVE CCVS-E-1 TO DUMMY-RECORD. PERFORM WRITE-LINE 2 TIMES.   NC3244.2
036300 END-ROUTINE-1.                                                   NC3244.2
036400      ADD ERROR-COUNTER TO ERROR-HOLD ADD INSPECT-COUNTER TO      NC3244.2
036500      ERROR-HOLD. ADD DELETE-COUNTER TO ERROR-HOLD.               NC3244.2
036600      ADD PASS-COUNTER TO ERROR-HOLD.                             NC3244.2
036700     MOVE SPACE TO SUITE-SUMMARY-REC.                             NC3244.2
036800     STRING CCVS-PGM-ID     DELIMITED BY SPACE ","                NC3244.2
036900            WS-BUILD-ID      DELIMITED BY SIZE  ","               NC3244.2
037000            WS-RUN-DATE      DELIMITED BY SIZE  ","               NC3244.2
037100            WS-START-TIME    DELIMITED BY SIZE  ","               NC3244.2
037200            WS-END-TIME      DELIMITED BY SIZE  ","               NC3244.2
037300            PASS-COUNTER    DELIMITED BY SIZE  ","                NC3244.2
037400            ERROR-COUNTER   DELIMITED BY SIZE  ","                NC3244.2
037500            DELETE-COUNTER DELIMITED BY SIZE  ","                 NC3244.2
037600            INSPECT-COUNTER DELIMITED BY SIZE                     NC3244.2
037700            INTO SUITE-SUMMARY-REC.                               NC3244.2
037800     WRITE SUITE-SUMMARY-REC.                                     NC3244.2
037900*     IF PASS-COUNTER EQUAL TO ERROR-HOLD GO TO END-ROUTINE-12.   NC3244.2
038000      MOVE PASS-COUNTER TO CCVS-E-4-1.                            NC3244.2
038100      MOVE ERROR-HOLD TO CCVS-E-4-2.                              NC3244.2
038200      MOVE CCVS-E-4 TO CCVS-E-2-2.                                NC3244.2
038300      MOVE CCVS-E-2 TO DUMMY-RECORD PERFORM WRITE-LINE.           NC3244.2
038400  END-ROUTINE-12.                                                 NC3244.2
038500      MOVE "TEST(S) FAILED" TO ENDER-DESC.                        NC3244.2
038600     IF       ERROR-COUNTER IS EQUAL TO ZERO                      NC3244.2
038700         MOVE "NO " TO ERROR-TOTAL                                NC3244.2
038800         ELSE                                                     NC3244.2
038900         MOVE ERROR-COUNTER TO ERROR-TOTAL.                       NC3244.2
039000     MOVE     CCVS-E-2 TO DUMMY-RECORD.                           NC3244.2
039100     PERFORM WRITE-LINE.                                          NC3244.2
039200 END-ROUTINE-13.                                                  NC3244.2
039300     IF DELETE-COUNTER IS EQUAL TO ZERO                           NC3244.2
039400         MOVE "NO " TO ERROR-TOTAL  ELSE                          NC3244.2
039500         MOVE DELETE-COUNTER TO ERROR-TOTAL.                      NC3244.2
039600     MOVE "TEST(S) DELETED     " TO ENDER-DESC.                   NC3244.2
039700     MOVE CCVS-E-2 TO DUMMY-RECORD. PERFORM WRITE-LINE.           NC3244.2
039800      IF   INSPECT-COUNTER EQUAL TO ZERO                          NC3244.2
039900          MOVE "NO " TO ERROR-TOTAL                               NC3244.2
040000      ELSE MOVE INSPECT-COUNTER TO ERROR-TOTAL.                   NC3244.2
040100      MOVE "TEST(S) REQUIRE INSPECTION" TO ENDER-DESC.            NC3244.2
040200      MOVE CCVS-E-2 TO DUMMY-RECORD. PERFORM WRITE-LINE.          NC3244.2
040300     MOVE CCVS-E-3 TO DUMMY-RECORD. PERFORM WRITE-LINE.           NC3244.2
040400 WRITE-LINE.                                                      NC3244.2
040500     ADD 1 TO RECORD-COUNT.                                       NC3244.2
040600     IF RECORD-COUNT GREATER WS-PAGE-LINES                        NC3244.2
040700         MOVE DUMMY-RECORD TO DUMMY-HOLD                          NC3244.2
040800         MOVE SPACE TO DUMMY-RECORD                               NC3244.2
040900         WRITE DUMMY-RECORD AFTER ADVANCING 1 LINES               NC3244.2
041000         MOVE CCVS-H-1  TO DUMMY-RECORD PERFORM WRT-LN 2 TIMES    NC3244.2
041100         MOVE CCVS-H-2A TO DUMMY-RECORD PERFORM WRT-LN 2 TIMES    NC3244.2
041200         MOVE CCVS-H-2B TO DUMMY-RECORD PERFORM WRT-LN 3 TIMES    NC3244.2
041300         MOVE CCVS-H-3  TO DUMMY-RECORD PERFORM WRT-LN 3 TIMES    NC3244.2
041400         MOVE CCVS-H-4 TO DUMMY-RECORD PERFORM WRT-LN             NC3244.2
041500         MOVE CCVS-C-1  TO DUMMY-RECORD PERFORM WRT-LN            NC3244.2
041600         MOVE CCVS-C-2  TO DUMMY-RECORD PERFORM WRT-LN            NC3244.2
041700         MOVE HYPHEN-LINE TO DUMMY-RECORD PERFORM WRT-LN          NC3244.2
041800         MOVE DUMMY-HOLD TO DUMMY-RECORD                          NC3244.2
041900         MOVE ZERO TO RECORD-COUNT.                               NC3244.2
042000     PERFORM WRT-LN.                                              NC3244.2
042100 WRT-LN.                                                          NC3244.2
042200     WRITE    DUMMY-RECORD AFTER ADVANCING 1 LINES.               NC3244.2
042300     MOVE SPACE TO DUMMY-RECORD.                                  NC3244.2
042400 DERIVE-FEATURE-CODE.                                             NC3244.2
042500         MOVE SPACES TO FEATURE-CODE.                             NC3244.2
042600         MOVE ZERO TO WS-FC-CNT.                                  NC3244.2
042700         INSPECT FEATURE TALLYING WS-FC-CNT                       NC3244.2
042800             FOR ALL "UNSTRING".                                  NC3244.2
042900         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                NC3244.2
043000             MOVE "UNSTRING" TO FEATURE-CODE.                     NC3244.2
043100         MOVE ZERO TO WS-FC-CNT.                                  NC3244.2
043200         INSPECT FEATURE TALLYING WS-FC-CNT                       NC3244.2
043300             FOR ALL "REWRITE".                                   NC3244.2
043400         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                NC3244.2
043500             MOVE "REWRITE" TO FEATURE-CODE.                      NC3244.2
043600         MOVE ZERO TO WS-FC-CNT.                                  NC3244.2
043700         INSPECT FEATURE TALLYING WS-FC-CNT                       NC3244.2
043800             FOR ALL "SORT".                                      NC3244.2
043900         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                NC3244.2
044000             MOVE "SORT" TO FEATURE-CODE.                         NC3244.2
044100         MOVE ZERO TO WS-FC-CNT.                                  NC3244.2
044200         INSPECT FEATURE TALLYING WS-FC-CNT                       NC3244.2
044300             FOR ALL "MERGE".                                     NC3244.2
044400         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                NC3244.2
044500             MOVE "MERGE" TO FEATURE-CODE.                        NC3244.2
044600         MOVE ZERO TO WS-FC-CNT.                                  NC3244.2
044700         INSPECT FEATURE TALLYING WS-FC-CNT                       NC3244.2
044800             FOR ALL "WRITE".                                     NC3244.2
044900         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                NC3244.2
045000             MOVE "WRITE" TO FEATURE-CODE.                        NC3244.2
045100         MOVE ZERO TO WS-FC-CNT.                                  NC3244.2
045200         INSPECT FEATURE TALLYING WS-FC-CNT                       NC3244.2
045300             FOR ALL "DELETE".                                    NC3244.2
045400         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                NC3244.2
045500             MOVE "DELETE" TO FEATURE-CODE.                       NC3244.2
045600         MOVE ZERO TO WS-FC-CNT.                                  NC3244.2
045700         INSPECT FEATURE TALLYING WS-FC-CNT                       NC3244.2
045800             FOR ALL "READ".                                      NC3244.2
045900         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                NC3244.2
046000             MOVE "READ" TO FEATURE-CODE.                         NC3244.2
046100         MOVE ZERO TO WS-FC-CNT.                                  NC3244.2
046200         INSPECT FEATURE TALLYING WS-FC-CNT                       NC3244.2
046300             FOR ALL "OPEN".                                      NC3244.2
046400         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                NC3244.2
046500             MOVE "OPEN" TO FEATURE-CODE.                         NC3244.2
046600         MOVE ZERO TO WS-FC-CNT.                                  NC3244.2
046700         INSPECT FEATURE TALLYING WS-FC-CNT                       NC3244.2
046800             FOR ALL "CLOSE".                                     NC3244.2
046900         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                NC3244.2
047000             MOVE "CLOSE" TO FEATURE-CODE.                        NC3244.2
047100         MOVE ZERO TO WS-FC-CNT.                                  NC3244.2
047200         INSPECT FEATURE TALLYING WS-FC-CNT                       NC3244.2
047300             FOR ALL "START".                                     NC3244.2
047400         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                NC3244.2
047500             MOVE "START" TO FEATURE-CODE.                        NC3244.2
047600         MOVE ZERO TO WS-FC-CNT.                                  NC3244.2
047700         INSPECT FEATURE TALLYING WS-FC-CNT                       NC3244.2
047800             FOR ALL "CALL".                                      NC3244.2
047900         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                NC3244.2
048000             MOVE "CALL" TO FEATURE-CODE.                         NC3244.2
048100         MOVE ZERO TO WS-FC-CNT.                                  NC3244.2
048200         INSPECT FEATURE TALLYING WS-FC-CNT                       NC3244.2
048300             FOR ALL "STRING".                                    NC3244.2
048400         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                NC3244.2
048500             MOVE "STRING" TO FEATURE-CODE.                       NC3244.2
048600         MOVE ZERO TO WS-FC-CNT.                                  NC3244.2
048700         INSPECT FEATURE TALLYING WS-FC-CNT                       NC3244.2
048800             FOR ALL "INSPECT".                                   NC3244.2
048900         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                NC3244.2
049000             MOVE "INSPECT" TO FEATURE-CODE.                      NC3244.2
049100         MOVE ZERO TO WS-FC-CNT.                                  NC3244.2
049200         INSPECT FEATURE TALLYING WS-FC-CNT                       NC3244.2
049300             FOR ALL "COPY".                                      NC3244.2
049400         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                NC3244.2
049500             MOVE "COPY" TO FEATURE-CODE.                         NC3244.2
049600         MOVE ZERO TO WS-FC-CNT.                                  NC3244.2
049700         INSPECT FEATURE TALLYING WS-FC-CNT                       NC3244.2
049800             FOR ALL "SEG".                                       NC3244.2
049900         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                NC3244.2
050000             MOVE "SEGMENT" TO FEATURE-CODE.                      NC3244.2
050100         MOVE ZERO TO WS-FC-CNT.                                  NC3244.2
050200         INSPECT FEATURE TALLYING WS-FC-CNT                       NC3244.2
050300             FOR ALL "KEY".                                       NC3244.2
050400         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                NC3244.2
050500             MOVE "KEY" TO FEATURE-CODE.                          NC3244.2
050600         MOVE ZERO TO WS-FC-CNT.                                  NC3244.2
050700         INSPECT FEATURE TALLYING WS-FC-CNT                       NC3244.2
050800             FOR ALL "COMPARE".                                   NC3244.2
050900         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                NC3244.2
051000             MOVE "COMPARE" TO FEATURE-CODE.                      NC3244.2
051100         MOVE ZERO TO WS-FC-CNT.                                  NC3244.2
051200         INSPECT FEATURE TALLYING WS-FC-CNT                       NC3244.2
051300             FOR ALL "CONDITION".                                 NC3244.2
051400         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                NC3244.2
051500             MOVE "COND" TO FEATURE-CODE.                         NC3244.2
051600         IF FEATURE-CODE = SPACE                                  NC3244.2
051700             MOVE "OTHER" TO FEATURE-CODE.                        NC3244.2
051800 WRITE-NEGATIVE-PATH-LINE.                                        NC3244.2
051900     MOVE SPACE TO NEGATIVE-PATH-REC.                             NC3244.2
052000     STRING CCVS-PGM-ID     DELIMITED BY SPACE ","                NC3244.2
052100            FEATURE         DELIMITED BY SIZE  ","                NC3244.2
052200            FEATURE-CODE    DELIMITED BY SPACE ","                NC3244.2
052300            PAR-NAME        DELIMITED BY SIZE  ","                NC3244.2
052400            P-OR-F          DELIMITED BY SPACE                    NC3244.2
052500            INTO NEGATIVE-PATH-REC.                               NC3244.2
052600     WRITE NEGATIVE-PATH-REC.                                     NC3244.2
052700 WRITE-CSV-LINE.                                                  NC3244.2
052800     PERFORM DERIVE-FEATURE-CODE.                                 NC3244.2
052900     MOVE SPACE TO CSV-RESULTS-REC.                               NC3244.2
053000     STRING CCVS-PGM-ID     DELIMITED BY SPACE ","                NC3244.2
053100            FEATURE         DELIMITED BY SIZE  ","                NC3244.2
053200            FEATURE-CODE    DELIMITED BY SPACE ","                NC3244.2
053300            PAR-NAME        DELIMITED BY SIZE  ","                NC3244.2
053400            P-OR-F          DELIMITED BY SPACE ","                NC3244.2
053500            PASS-COUNTER    DELIMITED BY SIZE  ","                NC3244.2
053600            ERROR-COUNTER   DELIMITED BY SIZE  ","                NC3244.2
053700            DELETE-COUNTER DELIMITED BY SIZE  ","                 NC3244.2
053800            INSPECT-COUNTER DELIMITED BY SIZE                     NC3244.2
053900            INTO CSV-RESULTS-REC.                                 NC3244.2
054000     WRITE CSV-RESULTS-REC.                                       NC3244.2
054100     IF P-OR-F = "*****" OR P-OR-F = "INSPT"                      NC3244.2
054200         PERFORM WRITE-NEGATIVE-PATH-LINE.                        NC3244.2
054300 BLANK-LINE-PRINT.                                                NC3244.2
054400     PERFORM WRT-LN.                                              NC3244.2
054500 FAIL-ROUTINE.                                                    NC3244.2
054600     PERFORM  EXTRACT-ANSI-CLAUSE-NUM.                            NC3244.2
054700     IF     COMPUTED-X NOT EQUAL TO SPACE                         NC3244.2
054800            GO TO   FAIL-ROUTINE-WRITE.                           NC3244.2
054900     IF     CORRECT-X NOT EQUAL TO SPACE GO TO FAIL-ROUTINE-WRITE.NC3244.2
055000     MOVE   ANSI-REFERENCE TO INF-ANSI-REFERENCE.                 NC3244.2
055100     MOVE  "NO FURTHER INFORMATION, SEE PROGRAM." TO INFO-TEXT.   NC3244.2
055200     MOVE   XXINFO TO DUMMY-RECORD. PERFORM WRITE-LINE 2 TIMES.   NC3244.2
055300     MOVE   SPACES TO INF-ANSI-REFERENCE.                         NC3244.2
055400     GO TO  FAIL-ROUTINE-EX.                                      NC3244.2
055500 FAIL-ROUTINE-WRITE.                                              NC3244.2
055600     MOVE   TEST-COMPUTED TO PRINT-REC PERFORM WRITE-LINE         NC3244.2
055700     MOVE   ANSI-REFERENCE TO COR-ANSI-REFERENCE.                 NC3244.2
055800     MOVE   TEST-CORRECT TO PRINT-REC PERFORM WRITE-LINE 2 TIMES. NC3244.2
055900     MOVE   SPACES TO COR-ANSI-REFERENCE.                         NC3244.2
056000 FAIL-ROUTINE-EX. EXIT.                                           NC3244.2
056100 BAIL-OUT.                                                        NC3244.2
056200     IF     COMPUTED-A NOT EQUAL TO SPACE GO TO BAIL-OUT-WRITE.   NC3244.2
056300     IF     CORRECT-A EQUAL TO SPACE GO TO BAIL-OUT-EX.           NC3244.2
056400 BAIL-OUT-WRITE.                                                  NC3244.2
056500     MOVE CORRECT-A TO XXCORRECT. MOVE COMPUTED-A TO XXCOMPUTED.  NC3244.2
056600     MOVE   ANSI-REFERENCE TO INF-ANSI-REFERENCE.                 NC3244.2
056700     MOVE   XXINFO TO DUMMY-RECORD. PERFORM WRITE-LINE 2 TIMES.   NC3244.2
056800     MOVE   SPACES TO INF-ANSI-REFERENCE.                         NC3244.2
056900 BAIL-OUT-EX. EXIT.                                               NC3244.2
057000 CCVS1-EXIT.                                                      NC3244.2
057100     EXIT.                                                        NC3244.2
057200 SECT-NC324A-001 SECTION.                                         NC3244.2
057300 DRT-INIT-324-1.                                                  NC3244.2
057400     MOVE     "DISPLAY UPON DEVICE" TO FEATURE.                   NC3244.2
057500     MOVE     "VI-87 6.11 DISPLAY GR4" TO ANSI-REFERENCE.         NC3244.2
057600 DRT-TEST-324-1.                                                  NC3244.2
057700     MOVE     "DRT-TEST-324-1" TO PAR-NAME.                       NC3244.2
057800     DISPLAY  "NC324A-ROUTE-CONSOLE-01" UPON DRT-CONSOLE.         NC3244.2
057900     MOVE     "CCVSRTE: EXPECT STANDARD OUTPUT ONLY" TO RE-MARK.  NC3244.2
058000     PERFORM  INSPT.                                              NC3244.2
058100 DRT-WRITE-324-1.                                                 NC3244.2
058200     PERFORM  PRINT-DETAIL.                                       NC3244.2
058300 DRT-TEST-324-2.                                                  NC3244.2
058400     MOVE     "DRT-TEST-324-2" TO PAR-NAME.                       NC3244.2
058500     DISPLAY  "NC324A-ROUTE-SYSOUT-02" UPON DRT-SYSOUT.           NC3244.2
058600     MOVE     "CCVSRTE: EXPECT STANDARD OUTPUT ONLY" TO RE-MARK.  NC3244.2
058700     PERFORM  INSPT.                                              NC3244.2
058800 DRT-WRITE-324-2.                                                 NC3244.2
058900     PERFORM  PRINT-DETAIL.                                       NC3244.2
059000 DRT-TEST-324-3.                                                  NC3244.2
059100     MOVE     "DRT-TEST-324-3" TO PAR-NAME.                       NC3244.2
059200     DISPLAY  "NC324A-ROUTE-SYSERR-03" UPON DRT-SYSERR.           NC3244.2
059300     MOVE     "CCVSRTE: EXPECT STANDARD ERROR ONLY" TO RE-MARK.   NC3244.2
059400     PERFORM  INSPT.                                              NC3244.2
059500 DRT-WRITE-324-3.                                                 NC3244.2
059600     PERFORM  PRINT-DETAIL.                                       NC3244.2
059700 DRT-TEST-324-4.                                                  NC3244.2
059800*    NO UPON PHRASE: THE IMPLEMENTOR'S DEFAULT DEVICE.            NC3244.2
059900     MOVE     "DRT-TEST-324-4" TO PAR-NAME.                       NC3244.2
060000     DISPLAY  "NC324A-ROUTE-DEFAULT-04".                          NC3244.2
060100     MOVE     "CCVSRTE: EXPECT STANDARD OUTPUT ONLY" TO RE-MARK.  NC3244.2
060200     PERFORM  INSPT.                                              NC3244.2
060300 DRT-WRITE-324-4.                                                 NC3244.2
060400     PERFORM  PRINT-DETAIL.                                       NC3244.2
060500 DRT-TEST-324-5.                                                  NC3244.2
060600*    SEVERAL OPERANDS ON ONE DISPLAY UPON SYSERR ARRIVE AS ONE    NC3244.2
060700*    LINE ON THE SAME STREAM.                                     NC3244.2
060800     MOVE     "DRT-TEST-324-5" TO PAR-NAME.                       NC3244.2
060900     DISPLAY  "NC324A-ROUTE-" "SYSERR-" DRT-NN UPON DRT-SYSERR.   NC3244.2
061000     MOVE     "CCVSRTE: EXPECT STANDARD ERROR ONLY" TO RE-MARK.   NC3244.2
061100     PERFORM  INSPT.                                              NC3244.2
061200 DRT-WRITE-324-5.                                                 NC3244.2
061300     PERFORM  PRINT-DETAIL.                                       NC3244.2
061400 DRT-INIT-324-6.                                                  NC3244.2
061500     MOVE     "ACCEPT FROM DEVICE" TO FEATURE.                    NC3244.2
061600     MOVE     "VI-74 6.5 ACCEPT GR2" TO ANSI-REFERENCE.           NC3244.2
061700     ACCEPT   DRT-IN-1 FROM DRT-SYSIN.                            NC3244.2
061800     ACCEPT   DRT-IN-2 FROM DRT-CONSOLE.                          NC3244.2
061900     ACCEPT   DRT-IN-3 FROM DRT-SYSIN.                            NC3244.2
062000     IF       DRT-IN-1 NOT = SPACE                                NC3244.2
062100              MOVE "Y" TO DRT-FEED-SW.                            NC3244.2
062200     DISPLAY  "NC324A-ROUTE-SYSOUT-06 " DRT-IN-2 UPON DRT-SYSOUT. NC3244.2
062300 DRT-TEST-324-6.                                                  NC3244.2
062400*    FIRST LINE OF THE FEED, ACCEPTED THROUGH SYSIN.              NC3244.2
062500     MOVE     "DRT-TEST-324-6" TO PAR-NAME.                       NC3244.2
062600     IF       NOT DRT-FEED-PRESENT                                NC3244.2
062700              PERFORM DRT-NO-FEED                                 NC3244.2
062800              GO TO DRT-WRITE-324-6.                              NC3244.2
062900     IF       DRT-IN-1 = "NC324A 1 VIA SYSIN"                     NC3244.2
063000              PERFORM PASS                                        NC3244.2
063100              GO TO DRT-WRITE-324-6.                              NC3244.2
063200     MOVE     DRT-IN-1 TO COMPUTED-A.                             NC3244.2
063300     MOVE     "NC324A 1 VIA SYSIN" TO CORRECT-A.                  NC3244.2
063400     MOVE     "ACCEPT FROM SYSIN MNEMONIC WRONG" TO RE-MARK.      NC3244.2
063500     PERFORM  FAIL.                                               NC3244.2
063600 DRT-WRITE-324-6.                                                 NC3244.2
063700     PERFORM  PRINT-DETAIL.                                       NC3244.2
063800 DRT-TEST-324-7.                                                  NC3244.2
063900*    THE CONSOLE MNEMONIC READS THE SAME INPUT STREAM AND TAKES   NC3244.2
064000*    THE NEXT LINE, NOT A COPY OF THE FIRST.                      NC3244.2
064100     MOVE     "DRT-TEST-324-7" TO PAR-NAME.                       NC3244.2
064200     IF       NOT DRT-FEED-PRESENT                                NC3244.2
064300              PERFORM DRT-NO-FEED                                 NC3244.2
064400              GO TO DRT-WRITE-324-7.                              NC3244.2
064500     IF       DRT-IN-2 = "NC324A 2 VIA CONSOLE"                   NC3244.2
064600              PERFORM PASS                                        NC3244.2
064700              GO TO DRT-WRITE-324-7.                              NC3244.2
064800     MOVE     DRT-IN-2 TO COMPUTED-A.                             NC3244.2
064900     MOVE     "NC324A 2 VIA CONSOLE" TO CORRECT-A.                NC3244.2
065000     MOVE     "ACCEPT FROM CONSOLE MNEMONIC WRONG" TO RE-MARK.    NC3244.2
065100     PERFORM  FAIL.                                               NC3244.2
065200 DRT-WRITE-324-7.                                                 NC3244.2
065300     PERFORM  PRINT-DETAIL.                                       NC3244.2
065400 DRT-TEST-324-8.                                                  NC3244.2
065500*    BACK TO SYSIN: THE THIRD LINE, SO NOTHING WAS SKIPPED OR     NC3244.2
065600*    RE-READ WHEN THE MNEMONICS WERE INTERLEAVED.                 NC3244.2
065700     MOVE     "DRT-TEST-324-8" TO PAR-NAME.                       NC3244.2
065800     IF       NOT DRT-FEED-PRESENT                                NC3244.2
065900              PERFORM DRT-NO-FEED                                 NC3244.2
066000              GO TO DRT-WRITE-324-8.                              NC3244.2
066100     IF       DRT-IN-3 = "NC324A 3 VIA SYSIN"                     NC3244.2
066200              PERFORM PASS                                        NC3244.2
066300              GO TO DRT-WRITE-324-8.                              NC3244.2
066400     MOVE     DRT-IN-3 TO COMPUTED-A.                             NC3244.2
066500     MOVE     "NC324A 3 VIA SYSIN" TO CORRECT-A.                  NC3244.2
066600     MOVE     "INTERLEAVED ACCEPT LOST OR REPEATED A LINE"        NC3244.2
066700              TO RE-MARK.                                         NC3244.2
066800     PERFORM  FAIL.                                               NC3244.2
066900 DRT-WRITE-324-8.                                                 NC3244.2
067000     PERFORM  PRINT-DETAIL.                                       NC3244.2
067100     GO       TO CCVS-999999.                                     NC3244.2
067200 DRT-NO-FEED.                                                     NC3244.2
067300     MOVE     "NO nc324a.dat FEED -- RUN UNDER CCVSRTE"           NC3244.2
067400              TO RE-MARK.                                         NC3244.2
067500     PERFORM  DE-LETE.                                            NC3244.2
067600 CCVS-EXIT SECTION.                                               NC3244.2
067700 CCVS-999999.                                                     NC3244.2
067800     GO TO CLOSE-FILES.                                           NC3244.2
