000100 IDENTIFICATION DIVISION.                                         NC3204.2
000200 PROGRAM-ID.                                                      NC3204.2
000300     NC320A.                                                      NC3204.2
000400****************************************************************  NC3204.2
000500*                                                              *  NC3204.2
000600*    VALIDATION FOR:-                                          *  NC3204.2
000700*                                                              *  NC3204.2
000800*    "ON-SITE VALIDATION, NATIONAL INSTITUTE OF STD & TECH.     ".NC3204.2
000900*                                                              *  NC3204.2
001000*    "COBOL 85 VERSION 4.2, Apr  1993 SSVG                      ".NC3204.2
001100*                                                              *  NC3204.2
001200****************************************************************  NC3204.2
001300*                                                              *  NC3204.2
001400*      X-CARDS USED BY THIS PROGRAM ARE :-                     *  NC3204.2
001500*                                                              *  NC3204.2
001600*        X-55  - SYSTEM PRINTER NAME.                          *  NC3204.2
001700*        X-82  - SOURCE COMPUTER NAME.                         *  NC3204.2
001800*        X-83  - OBJECT COMPUTER NAME.                         *  NC3204.2
001900*                                                              *  NC3204.2
002000****************************************************************  NC3204.2
002100*                                                              *  NC3204.2
002188*    NC320A EXERCISES THE P SCALING SYMBOL OF THE PICTURE      *  NC3204.2
002276*    CLAUSE, WHICH NO OTHER NC MODULE DECLARES.  ASSUMED-      *  NC3204.2
002364*    DECIMAL SCALING IS WHAT BREAKS WHEN AN IMPLEMENTOR        *  NC3204.2
002452*    CHANGES ITS INTERNAL NUMERIC REPRESENTATION, SO EVERY     *  NC3204.2
002540*    CHECK IS REPEATED FOR DISPLAY, COMP AND COMP-3 ITEMS:     *  NC3204.2
002628*                                                              *  NC3204.2
002716*      - LEADING SCALING (PPP999, VALUE .000NNN) AND           *  NC3204.2
002804*        TRAILING SCALING (S999PPP, VALUE NNN000),             *  NC3204.2
002892*      - MOVE, ADD AND COMPUTE BETWEEN P-SCALED ITEMS AND      *  NC3204.2
002980*        ORDINARY ITEMS, INCLUDING TRUNCATION AND ROUNDING     *  NC3204.2
003068*        OF THE DIGIT POSITIONS THE P SYMBOLS STAND FOR,       *  NC3204.2
003156*      - RELATION CONDITIONS AGAINST LITERALS, ORDINARY        *  NC3204.2
003244*        ITEMS AND EACH OTHER ACROSS USAGES.                   *  NC3204.2
003332*                                                              *  NC3204.2
003420*    EVERY CHECK SETS ITS COMPUTED/CORRECT PAIR, PASS OR       *  NC3204.2
003508*    FAIL, AND THE PAIRS GO TO ncarith_320.csv FOR THE         *  NC3204.2
003596*    CCVSNAB BASELINE COMPARISON.                              *  NC3204.2
003700****************************************************************  NC3204.2
003800 ENVIRONMENT DIVISION.                                            NC3204.2
003900 CONFIGURATION SECTION.                                           NC3204.2
004000 SOURCE-COMPUTER.                                                 NC3204.2
004100     COPY CCVSTRG.                                                NC3204.2
004200 OBJECT-COMPUTER.                                                 NC3204.2
004300     COPY CCVSTRG.                                                NC3204.2
004400 INPUT-OUTPUT SECTION.                                            NC3204.2
004500 FILE-CONTROL.                                                    NC3204.2
004600     SELECT PRINT-FILE ASSIGN TO                                  NC3204.2
004700     "report.log".                                                NC3204.2
004800     SELECT   CSV-RESULTS-FILE ASSIGN TO                          NC3204.2
004900     "results.csv".                                               NC3204.2
005000     SELECT   SUITE-SUMMARY-FILE ASSIGN TO                        NC3204.2
005100     "suite_summary.csv"                                          NC3204.2
005200     FILE STATUS IS WS-SS-FILE-STATUS.                            NC3204.2
005300     SELECT   NEGATIVE-PATH-FILE ASSIGN TO                        NC3204.2
005400     "negative_path.csv"                                          NC3204.2
005500     FILE STATUS IS WS-NP-FILE-STATUS.                            NC3204.2
005525     SELECT   NC-ARITH-FILE ASSIGN TO                             NC3204.2
005550     "ncarith_320.csv"                                            NC3204.2
005575     FILE STATUS IS WS-NCA-FILE-STATUS.                           NC3204.2
005600     SELECT   XCARD-PARM-FILE ASSIGN TO                           NC3204.2
005700     "xcard.dat"                                                  NC3204.2
005800     ORGANIZATION LINE SEQUENTIAL                                 NC3204.2
005900     FILE STATUS IS WS-XCARD-FSTATUS.                             NC3204.2
006000 DATA DIVISION.                                                   NC3204.2
006100 FILE SECTION.                                                    NC3204.2
006200 FD  PRINT-FILE.                                                  NC3204.2
006300 01  PRINT-REC PICTURE X(120).                                    NC3204.2
006400 01  DUMMY-RECORD PICTURE X(120).                                 NC3204.2
006500 FD  CSV-RESULTS-FILE.                                            NC3204.2
006600 01  CSV-RESULTS-REC PICTURE X(200).                              NC3204.2
006700 FD  SUITE-SUMMARY-FILE.                                          NC3204.2
006800 01  SUITE-SUMMARY-REC PICTURE X(80).                             NC3204.2
006900 FD  NEGATIVE-PATH-FILE.                                          NC3204.2
007000 01  NEGATIVE-PATH-REC PICTURE X(200).                            NC3204.2
007033 FD  NC-ARITH-FILE.                                               NC3204.2
007066 01  NC-ARITH-REC PICTURE X(80).                                  NC3204.2
007100 FD  XCARD-PARM-FILE.                                             NC3204.2
007200 01  XCARD-PARM-REC PIC X(80).                                    NC3204.2
007300 WORKING-STORAGE SECTION.                                         NC3204.2
007400 01  PSC-LD                PIC PPP999 VALUE ZERO.                 NC3204.2
007410 01  PSC-LC                PIC PPP999 COMP VALUE ZERO.            NC3204.2
007420 01  PSC-LP                PIC PPP999 COMP-3 VALUE ZERO.          NC3204.2
007430 01  PSC-TD                PIC S999PPP VALUE ZERO.                NC3204.2
007440 01  PSC-TC                PIC S999PPP COMP VALUE ZERO.           NC3204.2
007450 01  PSC-TP                PIC S999PPP COMP-3 VALUE ZERO.         NC3204.2
007460 01  PSC-ORD-V6            PIC SV9(6) VALUE ZERO.                 NC3204.2
007470 01  PSC-ORD-7             PIC S9(7)  VALUE ZERO.                 NC3204.2
008100 01  TEST-RESULTS.                                                NC3204.2
008200     02 FILLER                   PIC X      VALUE SPACE.          NC3204.2
008300     02 FEATURE                  PIC X(20)  VALUE SPACE.          NC3204.2
008400 02 FEATURE-CODE PICTURE X(8) VALUE SPACE.                        NC3204.2
008500     02 FILLER                   PIC X      VALUE SPACE.          NC3204.2
008600     02 P-OR-F                   PIC X(5)   VALUE SPACE.          NC3204.2
008700     02 FILLER                   PIC X      VALUE SPACE.          NC3204.2
008800     02  PAR-NAME.                                                NC3204.2
008900       03 FILLER                 PIC X(19)  VALUE SPACE.          NC3204.2
009000       03  PARDOT-X              PIC X      VALUE SPACE.          NC3204.2
009100       03 DOTVALUE               PIC 99     VALUE ZERO.           NC3204.2
009200     02 FILLER                   PIC X(8)   VALUE SPACE.          NC3204.2
009300     02 RE-MARK                  PIC X(61).                       NC3204.2
009400 01  TEST-COMPUTED.                                               NC3204.2
009500     02 FILLER                   PIC X(30)  VALUE SPACE.          NC3204.2
009600     02 FILLER                   PIC X(17)  VALUE                 NC3204.2
009700            "       COMPUTED=".                                   NC3204.2
009800     02 COMPUTED-X.                                               NC3204.2
009900     03 COMPUTED-A               PIC X(20)  VALUE SPACE.          NC3204.2
010000     03 COMPUTED-N               REDEFINES COMPUTED-A             NC3204.2
010100                                 PIC -9(9).9(9).                  NC3204.2
010200     03 COMPUTED-0V18 REDEFINES COMPUTED-A   PIC -.9(18).         NC3204.2
010300     03 COMPUTED-4V14 REDEFINES COMPUTED-A   PIC -9(4).9(14).     NC3204.2
010400     03 COMPUTED-14V4 REDEFINES COMPUTED-A   PIC -9(14).9(4).     NC3204.2
010500     03       CM-18V0 REDEFINES COMPUTED-A.                       NC3204.2
010600         04 COMPUTED-18V0                    PIC -9(18).          NC3204.2
010700         04 FILLER                           PIC X.               NC3204.2
010800     03 FILLER PIC X(50) VALUE SPACE.                             NC3204.2
010900 01  TEST-CORRECT.                                                NC3204.2
011000     02 FILLER PIC X(30) VALUE SPACE.                             NC3204.2
011100     02 FILLER PIC X(17) VALUE "       CORRECT =".                NC3204.2
011200     02 CORRECT-X.                                                NC3204.2
011300     03 CORRECT-A                  PIC X(20) VALUE SPACE.         NC3204.2
011400     03 CORRECT-N    REDEFINES CORRECT-A     PIC -9(9).9(9).      NC3204.2
011500     03 CORRECT-0V18 REDEFINES CORRECT-A     PIC -.9(18).         NC3204.2
011600     03 CORRECT-4V14 REDEFINES CORRECT-A     PIC -9(4).9(14).     NC3204.2
011700     03 CORRECT-14V4 REDEFINES CORRECT-A     PIC -9(14).9(4).     NC3204.2
011800     03      CR-18V0 REDEFINES CORRECT-A.                         NC3204.2
011900         04 CORRECT-18V0                     PIC -9(18).          NC3204.2
012000         04 FILLER                           PIC X.               NC3204.2
012100     03 FILLER PIC X(2) VALUE SPACE.                              NC3204.2
012200     03 COR-ANSI-REFERENCE             PIC X(48) VALUE SPACE.     NC3204.2
012300 01  CCVS-C-1.                                                    NC3204.2
012400     02 FILLER  PIC IS X(99)    VALUE IS " FEATURE              PANC3204.2
012500-    "SS  PARAGRAPH-NAME                                          NC3204.2
012600-    "       REMARKS".                                            NC3204.2
012700     02 FILLER                     PIC X(20)    VALUE SPACE.      NC3204.2
012800 01  CCVS-C-2.                                                    NC3204.2
012900     02 FILLER                     PIC X        VALUE SPACE.      NC3204.2
013000     02 FILLER                     PIC X(6)     VALUE "TESTED".   NC3204.2
013100     02 FILLER                     PIC X(15)    VALUE SPACE.      NC3204.2
013200     02 FILLER                     PIC X(4)     VALUE "FAIL".     NC3204.2
013300     02 FILLER                     PIC X(94)    VALUE SPACE.      NC3204.2
013400 01  REC-SKL-SUB                   PIC 9(2)     VALUE ZERO.       NC3204.2
013500 01  REC-CT                        PIC 99       VALUE ZERO.       NC3204.2
013600 01  DELETE-COUNTER                PIC 999      VALUE ZERO.       NC3204.2
013700 01  ERROR-COUNTER                 PIC 999      VALUE ZERO.       NC3204.2
013800 01  INSPECT-COUNTER               PIC 999      VALUE ZERO.       NC3204.2
013900 01  PASS-COUNTER                  PIC 999      VALUE ZERO.       NC3204.2
014000 01  TOTAL-ERROR                   PIC 999      VALUE ZERO.       NC3204.2
014100 01  ERROR-HOLD                    PIC 999      VALUE ZERO.       NC3204.2
014200 01  DUMMY-HOLD                    PIC X(120)   VALUE SPACE.      NC3204.2
014300 01  RECORD-COUNT                  PIC 9(5)     VALUE ZERO.       NC3204.2
014400 01  WS-PAGE-LINES-ALPHA PIC X(3) VALUE "060".                    NC3204.2
014500 01  WS-PAGE-LINES REDEFINES                                      NC3204.2
014600     WS-PAGE-LINES-ALPHA PIC 9(3).                                NC3204.2
014700 01  ANSI-REFERENCE                PIC X(48)    VALUE SPACES.     NC3204.2
014800 01  ANSI-CLAUSE-NUM PIC X(16) VALUE SPACES.                      NC3204.2
014900 01  WS-ANSI-IDX     PIC 9(2).                                    NC3204.2
015000 01  WS-ANSI-LEN     PIC 9(2).                                    NC3204.2
015100 01  CCVS-H-1.                                                    NC3204.2
015200     02  FILLER                    PIC X(39)    VALUE SPACES.     NC3204.2
015300     02  FILLER                    PIC X(42)    VALUE             NC3204.2
015400     "OFFICIAL COBOL COMPILER VALIDATION SYSTEM".                 NC3204.2
015500     02  FILLER                    PIC X(39)    VALUE SPACES.     NC3204.2
015600 01  CCVS-H-2A.                                                   NC3204.2
015700   02  FILLER                        PIC X(40)  VALUE SPACE.      NC3204.2
015800   02  FILLER                        PIC X(7)   VALUE "CCVS85 ".  NC3204.2
015900   02  FILLER                        PIC XXXX   VALUE             NC3204.2
016000     "4.2 ".                                                      NC3204.2
016100   02  FILLER                        PIC X(28)  VALUE             NC3204.2
016200            " COPY - NOT FOR DISTRIBUTION".                       NC3204.2
016300   02  FILLER                        PIC X(41)  VALUE SPACE.      NC3204.2
016400                                                                  NC3204.2
016500 01  CCVS-H-2B.                                                   NC3204.2
016600   02  FILLER                        PIC X(15)  VALUE             NC3204.2
016700            "TEST RESULT OF ".                                    NC3204.2
016800   02  TEST-ID                       PIC X(9).                    NC3204.2
016900   02  FILLER                        PIC X(4)   VALUE             NC3204.2
017000            " IN ".                                               NC3204.2
017100   02  FILLER                        PIC X(12)  VALUE             NC3204.2
017200     " HIGH       ".                                              NC3204.2
017300   02  FILLER                        PIC X(22)  VALUE             NC3204.2
017400            " LEVEL VALIDATION FOR ".                             NC3204.2
017500   02  FILLER                        PIC X(58)  VALUE             NC3204.2
017600     "ON-SITE VALIDATION, NATIONAL INSTITUTE OF STD & TECH.     ".NC3204.2
017700 01  CCVS-H-3.                                                    NC3204.2
017800     02  FILLER                      PIC X(34)  VALUE             NC3204.2
017900            " FOR OFFICIAL USE ONLY    ".                         NC3204.2
018000     02  FILLER                      PIC X(58)  VALUE             NC3204.2
018100     "COBOL 85 VERSION 4.2, Apr  1993 SSVG                      ".NC3204.2
018200     02  FILLER                      PIC X(28)  VALUE             NC3204.2
018300            "  COPYRIGHT   1985 ".                                NC3204.2
018400 01  CCVS-H-4.                                                    NC3204.2
018500     02  FILLER                      PIC X(15)  VALUE             NC3204.2
018600            "COMPILED DATE: ".                                    NC3204.2
018700     02  H4-BUILD-ID                 PIC X(16).                   NC3204.2
018800     02  FILLER                      PIC X(10)  VALUE             NC3204.2
018900            "  RUN ON: ".                                         NC3204.2
019000     02  H4-RUN-DATE                 PIC 9(8).                    NC3204.2
019100     02  FILLER                      PIC X(71)  VALUE SPACE.      NC3204.2
019200 01  CCVS-E-1.                                                    NC3204.2
019300     02 FILLER                       PIC X(52)  VALUE SPACE.      NC3204.2
019400     02 FILLER  PIC X(14) VALUE IS "END OF TEST-  ".              NC3204.2
019500     02 ID-AGAIN                     PIC X(9).                    NC3204.2
019600     02 FILLER                       PIC X(45)  VALUE SPACES.     NC3204.2
019700 01  CCVS-E-2.                                                    NC3204.2
019800     02  FILLER                      PIC X(31)  VALUE SPACE.      NC3204.2
019900     02  FILLER                      PIC X(21)  VALUE SPACE.      NC3204.2
020000     02 CCVS-E-2-2.                                               NC3204.2
020100         03 ERROR-TOTAL              PIC XXX    VALUE SPACE.      NC3204.2
020200         03 FILLER                   PIC X      VALUE SPACE.      NC3204.2
020300         03 ENDER-DESC               PIC X(44)  VALUE             NC3204.2
020400            "ERRORS ENCOUNTERED".                                 NC3204.2
020500 01  CCVS-E-3.                                                    NC3204.2
020600     02  FILLER                      PIC X(22)  VALUE             NC3204.2
020700            " FOR OFFICIAL USE ONLY".                             NC3204.2
020800     02  FILLER                      PIC X(12)  VALUE SPACE.      NC3204.2
020900     02  FILLER                      PIC X(58)  VALUE             NC3204.2
021000     "ON-SITE VALIDATION, NATIONAL INSTITUTE OF STD & TECH.     ".NC3204.2
021100     02  FILLER                      PIC X(13)  VALUE SPACE.      NC3204.2
021200     02 FILLER                       PIC X(15)  VALUE             NC3204.2
021300             " COPYRIGHT 1985".                                   NC3204.2
021400 01  CCVS-E-4.                                                    NC3204.2
021500     02 CCVS-E-4-1                   PIC XXX    VALUE SPACE.      NC3204.2
021600     02 FILLER                       PIC X(4)   VALUE " OF ".     NC3204.2
021700     02 CCVS-E-4-2                   PIC XXX    VALUE SPACE.      NC3204.2
021800     02 FILLER                       PIC X(40)  VALUE             NC3204.2
021900      "  TESTS WERE EXECUTED SUCCESSFULLY".                       NC3204.2
022000 01  XXINFO.                                                      NC3204.2
022100     02 FILLER                       PIC X(19)  VALUE             NC3204.2
022200            "*** INFORMATION ***".                                NC3204.2
022300     02 INFO-TEXT.                                                NC3204.2
022400       04 FILLER                     PIC X(8)   VALUE SPACE.      NC3204.2
022500       04 XXCOMPUTED                 PIC X(20).                   NC3204.2
022600       04 FILLER                     PIC X(5)   VALUE SPACE.      NC3204.2
022700       04 XXCORRECT                  PIC X(20).                   NC3204.2
022800     02 INF-ANSI-REFERENCE           PIC X(48).                   NC3204.2
022900 01  HYPHEN-LINE.                                                 NC3204.2
023000     02 FILLER  PIC IS X VALUE IS SPACE.                          NC3204.2
023100     02 FILLER  PIC IS X(65)    VALUE IS "************************NC3204.2
023200-    "*****************************************".                 NC3204.2
023300     02 FILLER  PIC IS X(54)    VALUE IS "************************NC3204.2
023400-    "******************************".                            NC3204.2
023500 01  CSV-HEADER-REC PICTURE X(200) VALUE                          NC3204.2
023600     "PGM-ID,FEATURE,FEATURE-CODE,PAR-NAME,                       NC3204.2
023700-    "P-OR-F,PASS,FAIL,DELETE,INSPECT".                           NC3204.2
023800 01  WS-SS-FILE-STATUS PICTURE XX VALUE SPACE.                    NC3204.2
023900 01  WS-NP-FILE-STATUS PIC XX VALUE SPACE.                        NC3204.2
023950 01  WS-NCA-FILE-STATUS PICTURE XX VALUE SPACE.                   NC3204.2
024000 01  WS-FC-CNT PIC 9(3) VALUE ZERO.                               NC3204.2
024100 01  WS-BUILD-ID PIC X(16) VALUE SPACE.                           NC3204.2
024200 01  WS-RUN-DATE PIC 9(8) VALUE ZERO.                             NC3204.2
024300 01  WS-START-TIME PIC 9(8) VALUE ZERO.                           NC3204.2
024400 01  WS-END-TIME PIC 9(8) VALUE ZERO.                             NC3204.2
024500 01  WS-XCARD-FSTATUS PIC XX VALUE SPACE.                         NC3204.2
024600 01  WS-XCARD-EOF     PIC X  VALUE SPACE.                         NC3204.2
024700 01  WS-XCARD-CODE    PIC X(3).                                   NC3204.2
024800 01  WS-XCARD-VALUE   PIC X(8).                                   NC3204.2
024900     COPY     CCVSSED.                                            NC3204.2
025000 01  CCVS-PGM-ID                     PIC X(9)   VALUE             NC3204.2
025100     "NC320A".                                                    NC3204.2
025200 PROCEDURE DIVISION.                                              NC3204.2
025300 CCVS1 SECTION.                                                   NC3204.2
025400 OPEN-FILES.                                                      NC3204.2
025400     CALL     "CCVSHBT" USING CCVS-PGM-ID                         NC3204.2
025400              BY CONTENT "OPEN ".                                 NC3204.2
025500     PERFORM  LOAD-X-CARD-PARMS.                                  NC3204.2
025600     OPEN     OUTPUT PRINT-FILE.                                  NC3204.2
025700     OPEN     EXTEND SUITE-SUMMARY-FILE.                          NC3204.2
025800     IF       WS-SS-FILE-STATUS = "35"                            NC3204.2
025900              OPEN OUTPUT SUITE-SUMMARY-FILE                      NC3204.2
026000     END-IF.                                                      NC3204.2
026100     OPEN     EXTEND NEGATIVE-PATH-FILE.                          NC3204.2
026200     IF       WS-NP-FILE-STATUS = "35"                            NC3204.2
026300              OPEN OUTPUT NEGATIVE-PATH-FILE                      NC3204.2
026400     END-IF.                                                      NC3204.2
026500     MOVE WHEN-COMPILED TO WS-BUILD-ID.                           NC3204.2
026600     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.                       NC3204.2
026700     ACCEPT WS-START-TIME FROM TIME.                              NC3204.2
026800     MOVE WS-BUILD-ID TO H4-BUILD-ID.                             NC3204.2
026900     MOVE WS-RUN-DATE TO H4-RUN-DATE.                             NC3204.2
027000     OPEN     OUTPUT CSV-RESULTS-FILE.                            NC3204.2
027050     OPEN     OUTPUT NC-ARITH-FILE.                               NC3204.2
027100     WRITE    CSV-RESULTS-REC FROM CSV-HEADER-REC.                NC3204.2
027200     MOVE CCVS-PGM-ID TO TEST-ID. MOVE CCVS-PGM-ID TO ID-AGAIN.   NC3204.2
027300     MOVE    SPACE TO TEST-RESULTS.                               NC3204.2
027400     PERFORM  HEAD-ROUTINE THRU COLUMN-NAMES-ROUTINE.             NC3204.2
027500     GO TO CCVS1-EXIT.                                            NC3204.2
027600 CLOSE-FILES.                                                     NC3204.2
027600     CALL     "CCVSHBT" USING CCVS-PGM-ID                         NC3204.2
027600              BY CONTENT "CLOSE".                                 NC3204.2
027700     ACCEPT WS-END-TIME FROM TIME.                                NC3204.2
027800     PERFORM END-ROUTINE THRU END-ROUTINE-13. CLOSE PRINT-FILE.   NC3204.2
027900     CLOSE    SUITE-SUMMARY-FILE.                                 NC3204.2
028000     CLOSE    NEGATIVE-PATH-FILE.                                 NC3204.2
028100     CLOSE    CSV-RESULTS-FILE.                                   NC3204.2
028150     CLOSE    NC-ARITH-FILE.                                      NC3204.2
028200 TERMINATE-CCVS.                                                  NC3204.2
028300*S   EXIT PROGRAM.                                                NC3204.2
028400*SERMINATE-CALL.                                                  NC3204.2
028500     EVALUATE TRUE                                                NC3204.2
028600         WHEN ERROR-COUNTER NOT EQUAL TO ZERO                     NC3204.2
028700             MOVE 16 TO RETURN-CODE                               NC3204.2
028800         WHEN DELETE-COUNTER NOT EQUAL TO ZERO                    NC3204.2
028900             MOVE 8 TO RETURN-CODE                                NC3204.2
029000         WHEN INSPECT-COUNTER NOT EQUAL TO ZERO                   NC3204.2
029100             MOVE 4 TO RETURN-CODE                                NC3204.2
029200         WHEN OTHER                                               NC3204.2
029300             MOVE 0 TO RETURN-CODE                                NC3204.2
029400     END-EVALUATE.                                                NC3204.2
029500     STOP     RUN.                                                NC3204.2
029600 EXTRACT-ANSI-CLAUSE-NUM.                                         NC3204.2
029700     MOVE     SPACES TO ANSI-CLAUSE-NUM.                          NC3204.2
029800     MOVE     1 TO WS-ANSI-IDX.                                   NC3204.2
029900     PERFORM  UNTIL WS-ANSI-IDX > 48                              NC3204.2
030000         OR ANSI-REFERENCE (WS-ANSI-IDX:1) = SPACE                NC3204.2
030100         OR ANSI-REFERENCE (WS-ANSI-IDX:1) = ";"                  NC3204.2
030200         ADD 1 TO WS-ANSI-IDX                                     NC3204.2
030300     END-PERFORM.                                                 NC3204.2
030400     SUBTRACT 1 FROM WS-ANSI-IDX GIVING WS-ANSI-LEN.              NC3204.2
030500     IF       WS-ANSI-LEN > 0                                     NC3204.2
030600              MOVE ANSI-REFERENCE (1:WS-ANSI-LEN)                 NC3204.2
030700                      TO ANSI-CLAUSE-NUM                          NC3204.2
030800     END-IF.                                                      NC3204.2
030900 LOAD-X-CARD-PARMS.                                               NC3204.2
031000     OPEN     INPUT XCARD-PARM-FILE.                              NC3204.2
031100     IF       WS-XCARD-FSTATUS NOT = "35"                         NC3204.2
031200              PERFORM READ-XCARD-PARM-LINE                        NC3204.2
031300              PERFORM APPLY-XCARD-PARM-LINE                       NC3204.2
031400                      UNTIL WS-XCARD-EOF = "Y"                    NC3204.2
031500              CLOSE XCARD-PARM-FILE                               NC3204.2
031600     END-IF.                                                      NC3204.2
031700     MOVE     SPACE TO DUMMY-RECORD.                              NC3204.2
031700     STRING   "RANDOM SEED: " DELIMITED BY SIZE                   NC3204.2
031700              WS-RANDOM-SEED DELIMITED BY SIZE                    NC3204.2
031700              INTO DUMMY-RECORD.                                  NC3204.2
031700     CALL     "CCVSLOG" USING CCVS-PGM-ID                         NC3204.2
031700              DUMMY-RECORD.                                       NC3204.2
031700     MOVE     SPACE TO DUMMY-RECORD.                              NC3204.2
031800 READ-XCARD-PARM-LINE.                                            NC3204.2
031900     READ     XCARD-PARM-FILE INTO XCARD-PARM-REC                 NC3204.2
032000              AT END MOVE "Y" TO WS-XCARD-EOF.                    NC3204.2
032100 APPLY-XCARD-PARM-LINE.                                           NC3204.2
032200     UNSTRING XCARD-PARM-REC DELIMITED BY "="                     NC3204.2
032300              INTO WS-XCARD-CODE WS-XCARD-VALUE.                  NC3204.2
032400     EVALUATE WS-XCARD-CODE                                       NC3204.2
032500     WHEN "095" MOVE WS-XCARD-VALUE(1:3)                          NC3204.2
032600         TO WS-PAGE-LINES-ALPHA                                   NC3204.2
032700 WHEN "999" MOVE WS-XCARD-VALUE TO WS-RANDOM-SEED                 NC3204.2
032800         WHEN OTHER CONTINUE                                      NC3204.2
032900     END-EVALUATE.                                                NC3204.2
033000     PERFORM  READ-XCARD-PARM-LINE.                               NC3204.2
033100 INSPT. MOVE "INSPT" TO P-OR-F. ADD 1 TO INSPECT-COUNTER.         NC3204.2
033200 PASS.  MOVE "PASS " TO P-OR-F.  ADD 1 TO PASS-COUNTER.           NC3204.2
033300 FAIL.  MOVE "FAIL*" TO P-OR-F.  ADD 1 TO ERROR-COUNTER.          NC3204.2
033400 DE-LETE.  MOVE "*****" TO P-OR-F.  ADD 1 TO DELETE-COUNTER.      NC3204.2
033500     MOVE "****TEST DELETED****" TO RE-MARK.                      NC3204.2
033600 PRINT-DETAIL.                                                    NC3204.2
033700     IF REC-CT NOT EQUAL TO ZERO                                  NC3204.2
033800             MOVE "." TO PARDOT-X                                 NC3204.2
033900             MOVE REC-CT TO DOTVALUE.                             NC3204.2
034000     MOVE     TEST-RESULTS TO PRINT-REC. PERFORM WRITE-LINE.      NC3204.2
034100     PERFORM WRITE-CSV-LINE.                                      NC3204.2
034150     PERFORM WRITE-NCARITH-LINE.                                  NC3204.2
034200     IF P-OR-F EQUAL TO "FAIL*"  PERFORM WRITE-LINE               NC3204.2
034300        PERFORM FAIL-ROUTINE THRU FAIL-ROUTINE-EX                 NC3204.2
034400          ELSE PERFORM BAIL-OUT THRU BAIL-OUT-EX.                 NC3204.2
034500     MOVE SPACE TO P-OR-F. MOVE SPACE TO COMPUTED-X.              NC3204.2
034600     MOVE SPACE TO CORRECT-X.                                     NC3204.2
034700     IF     REC-CT EQUAL TO ZERO  MOVE SPACE TO PAR-NAME.         NC3204.2
034800     MOVE     SPACE TO RE-MARK.                                   NC3204.2
034900 HEAD-ROUTINE.                                                    NC3204.2
035000     MOVE CCVS-H-1  TO DUMMY-RECORD. PERFORM WRITE-LINE 2 TIMES.  NC3204.2
035100     MOVE CCVS-H-2A TO DUMMY-RECORD. PERFORM WRITE-LINE 2 TIMES.  NC3204.2
035200     MOVE CCVS-H-2B TO DUMMY-RECORD. PERFORM WRITE-LINE 3 TIMES.  NC3204.2
035300     MOVE CCVS-H-3  TO DUMMY-RECORD. PERFORM WRITE-LINE 3 TIMES.  NC3204.2
035400     MOVE CCVS-H-4 TO DUMMY-RECORD. PERFORM WRITE-LINE.           NC3204.2
035500 COLUMN-NAMES-ROUTINE.                                            NC3204.2
035600     MOVE CCVS-C-1 TO DUMMY-RECORD. PERFORM WRITE-LINE.           NC3204.2
035700     MOVE CCVS-C-2 TO DUMMY-RECORD. PERFORM WRITE-LINE 2 TIMES.   NC3204.2
035800     MOVE HYPHEN-LINE TO DUMMY-RECORD. PERFORM WRITE-LINE.        NC3204.2
035900 END-ROUTINE.                                                     NC3204.2
036000     MOVE HYPHEN-LINE TO DUMMY-RECORD. PERFORM WRITE-LINE 5 TIMES.NC3204.2
036100 END-RTN-EXIT.                                                    NC3204.2
036200     MOVE CCVS-E-1 TO DUMMY-RECORD. PERFORM WRITE-LINE 2 TIMES.   NC3204.2
036300 END-ROUTINE-1.                                                   NC3204.2
036400      ADD ERROR-COUNTER TO ERROR-HOLD ADD INSPECT-COUNTER TO      NC3204.2
036500      ERROR-HOLD. ADD DELETE-COUNTER TO ERROR-HOLD.               NC3204.2
036600      ADD PASS-COUNTER TO ERROR-HOLD.                             NC3204.2
036700     MOVE SPACE TO SUITE-SUMMARY-REC.                             NC3204.2
036800     STRING CCVS-PGM-ID     DELIMITED BY SPACE ","                NC3204.2
036900            WS-BUILD-ID      DELIMITED BY SIZE  ","               NC3204.2
037000            WS-RUN-DATE      DELIMITED BY SIZE  ","               NC3204.2
037100            WS-START-TIME    DELIMITED BY SIZE  ","               NC3204.2
037200            WS-END-TIME      DELIMITED BY SIZE  ","               NC3204.2
037300            PASS-COUNTER    DELIMITED BY SIZE  ","                NC3204.2
037400            ERROR-COUNTER   DELIMITED BY SIZE  ","                NC3204.2
037500            DELETE-COUNTER DELIMITED BY SIZE  ","                 NC3204.2
037600            INSPECT-COUNTER DELIMITED BY SIZE                     NC3204.2
037700            INTO SUITE-SUMMARY-REC.                               NC3204.2
037800     WRITE SUITE-SUMMARY-REC.                                     NC3204.2
037900*     IF PASS-COUNTER EQUAL TO ERROR-HOLD GO TO END-ROUTINE-12.   NC3204.2
038000      MOVE PASS-COUNTER TO CCVS-E-4-1.                            NC3204.2
038100      MOVE ERROR-HOLD TO CCVS-E-4-2.                              NC3204.2
038200      MOVE CCVS-E-4 TO CCVS-E-2-2.                                NC3204.2
038300      MOVE CCVS-E-2 TO DUMMY-RECORD PERFORM WRITE-LINE.           NC3204.2
038400  END-ROUTINE-12.                                                 NC3204.2
038500      MOVE "TEST(S) FAILED" TO ENDER-DESC.                        NC3204.2
038600     IF       ERROR-COUNTER IS EQUAL TO ZERO                      NC3204.2
038700         MOVE "NO " TO ERROR-TOTAL                                NC3204.2
038800         ELSE                                                     NC3204.2
038900         MOVE ERROR-COUNTER TO ERROR-TOTAL.                       NC3204.2
039000     MOVE     CCVS-E-2 TO DUMMY-RECORD.                           NC3204.2
039100     PERFORM WRITE-LINE.                                          NC3204.2
039200 END-ROUTINE-13.                                                  NC3204.2
039300     IF DELETE-COUNTER IS EQUAL TO ZERO                           NC3204.2
039400         MOVE "NO " TO ERROR-TOTAL  ELSE                          NC3204.2
039500         MOVE DELETE-COUNTER TO ERROR-TOTAL.                      NC3204.2
039600     MOVE "TEST(S) DELETED     " TO ENDER-DESC.                   NC3204.2
039700     MOVE CCVS-E-2 TO DUMMY-RECORD. PERFORM WRITE-LINE.           NC3204.2
039800      IF   INSPECT-COUNTER EQUAL TO ZERO                          NC3204.2
039900          MOVE "NO " TO ERROR-TOTAL                               NC3204.2
040000      ELSE MOVE INSPECT-COUNTER TO ERROR-TOTAL.                   NC3204.2
040100      MOVE "TEST(S) REQUIRE INSPECTION" TO ENDER-DESC.            NC3204.2
040200      MOVE CCVS-E-2 TO DUMMY-RECORD. PERFORM WRITE-LINE.          NC3204.2
040300     MOVE CCVS-E-3 TO DUMMY-RECORD. PERFORM WRITE-LINE.           NC3204.2
040400 WRITE-LINE.                                                      NC3204.2
040500     ADD 1 TO RECORD-COUNT.                                       NC3204.2
040600     IF RECORD-COUNT GREATER WS-PAGE-LINES                        NC3204.2
040700         MOVE DUMMY-RECORD TO DUMMY-HOLD                          NC3204.2
040800         MOVE SPACE TO DUMMY-RECORD                               NC3204.2
040900         WRITE DUMMY-RECORD AFTER ADVANCING 1 LINES               NC3204.2
041000         MOVE CCVS-H-1  TO DUMMY-RECORD PERFORM WRT-LN 2 TIMES    NC3204.2
041100         MOVE CCVS-H-2A TO DUMMY-RECORD PERFORM WRT-LN 2 TIMES    NC3204.2
041200         MOVE CCVS-H-2B TO DUMMY-RECORD PERFORM WRT-LN 3 TIMES    NC3204.2
041300         MOVE CCVS-H-3  TO DUMMY-RECORD PERFORM WRT-LN 3 TIMES    NC3204.2
041400         MOVE CCVS-H-4 TO DUMMY-RECORD PERFORM WRT-LN             NC3204.2
041500         MOVE CCVS-C-1  TO DUMMY-RECORD PERFORM WRT-LN            NC3204.2
041600         MOVE CCVS-C-2  TO DUMMY-RECORD PERFORM WRT-LN            NC3204.2
041700         MOVE HYPHEN-LINE TO DUMMY-RECORD PERFORM WRT-LN          NC3204.2
041800         MOVE DUMMY-HOLD TO DUMMY-RECORD                          NC3204.2
041900         MOVE ZERO TO RECORD-COUNT.                               NC3204.2
042000     PERFORM WRT-LN.                                              NC3204.2
042100 WRT-LN.                                                          NC3204.2
042200     WRITE    DUMMY-RECORD AFTER ADVANCING 1 LINES.               NC3204.2
042300     MOVE SPACE TO DUMMY-RECORD.                                  NC3204.2
042400 DERIVE-FEATURE-CODE.                                             NC3204.2
042500         MOVE SPACES TO FEATURE-CODE.                             NC3204.2
042600         MOVE ZERO TO WS-FC-CNT.                                  NC3204.2
042700         INSPECT FEATURE TALLYING WS-FC-CNT                       NC3204.2
042800             FOR ALL "UNSTRING".                                  NC3204.2
042900         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                NC3204.2
043000             MOVE "UNSTRING" TO FEATURE-CODE.                     NC3204.2
043100         MOVE ZERO TO WS-FC-CNT.                                  NC3204.2
043200         INSPECT FEATURE TALLYING WS-FC-CNT                       NC3204.2
043300             FOR ALL "REWRITE".                                   NC3204.2
043400         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                NC3204.2
043500             MOVE "REWRITE" TO FEATURE-CODE.                      NC3204.2
043600         MOVE ZERO TO WS-FC-CNT.                                  NC3204.2
043700         INSPECT FEATURE TALLYING WS-FC-CNT                       NC3204.2
043800             FOR ALL "SORT".                                      NC3204.2
043900         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                NC3204.2
044000             MOVE "SORT" TO FEATURE-CODE.                         NC3204.2
044100         MOVE ZERO TO WS-FC-CNT.                                  NC3204.2
044200         INSPECT FEATURE TALLYING WS-FC-CNT                       NC3204.2
044300             FOR ALL "MERGE".                                     NC3204.2
044400         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                NC3204.2
044500             MOVE "MERGE" TO FEATURE-CODE.                        NC3204.2
044600         MOVE ZERO TO WS-FC-CNT.                                  NC3204.2
044700         INSPECT FEATURE TALLYING WS-FC-CNT                       NC3204.2
044800             FOR ALL "WRITE".                                     NC3204.2
044900         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                NC3204.2
045000             MOVE "WRITE" TO FEATURE-CODE.                        NC3204.2
045100         MOVE ZERO TO WS-FC-CNT.                                  NC3204.2
045200         INSPECT FEATURE TALLYING WS-FC-CNT                       NC3204.2
045300             FOR ALL "DELETE".                                    NC3204.2
045400         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                NC3204.2
045500             MOVE "DELETE" TO FEATURE-CODE.                       NC3204.2
045600         MOVE ZERO TO WS-FC-CNT.                                  NC3204.2
045700         INSPECT FEATURE TALLYING WS-FC-CNT                       NC3204.2
045800             FOR ALL "READ".                                      NC3204.2
045900         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                NC3204.2
046000             MOVE "READ" TO FEATURE-CODE.                         NC3204.2
046100         MOVE ZERO TO WS-FC-CNT.                                  NC3204.2
046200         INSPECT FEATURE TALLYING WS-FC-CNT                       NC3204.2
046300             FOR ALL "OPEN".                                      NC3204.2
046400         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                NC3204.2
046500             MOVE "OPEN" TO FEATURE-CODE.                         NC3204.2
046600         MOVE ZERO TO WS-FC-CNT.                                  NC3204.2
046700         INSPECT FEATURE TALLYING WS-FC-CNT                       NC3204.2
046800             FOR ALL "CLOSE".                                     NC3204.2
046900         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                NC3204.2
047000             MOVE "CLOSE" TO FEATURE-CODE.                        NC3204.2
047100         MOVE ZERO TO WS-FC-CNT.                                  NC3204.2
047200         INSPECT FEATURE TALLYING WS-FC-CNT                       NC3204.2
047300             FOR ALL "START".                                     NC3204.2
047400         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                NC3204.2
047500             MOVE "START" TO FEATURE-CODE.                        NC3204.2
047600         MOVE ZERO TO WS-FC-CNT.                                  NC3204.2
047700         INSPECT FEATURE TALLYING WS-FC-CNT                       NC3204.2
047800             FOR ALL "CALL".                                      NC3204.2
047900         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                NC3204.2
048000             MOVE "CALL" TO FEATURE-CODE.                         NC3204.2
048100         MOVE ZERO TO WS-FC-CNT.                                  NC3204.2
048200         INSPECT FEATURE TALLYING WS-FC-CNT                       NC3204.2
048300             FOR ALL "STRING".                                    NC3204.2
048400         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                NC3204.2
048500             MOVE "STRING" TO FEATURE-CODE.                       NC3204.2
048600         MOVE ZERO TO WS-FC-CNT.                                  NC3204.2
048700         INSPECT FEATURE TALLYING WS-FC-CNT                       NC3204.2
048800             FOR ALL "INSPECT".                                   NC3204.2
048900         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                NC3204.2
049000             MOVE "INSPECT" TO FEATURE-CODE.                      NC3204.2
049100         MOVE ZERO TO WS-FC-CNT.                                  NC3204.2
049200         INSPECT FEATURE TALLYING WS-FC-CNT                       NC3204.2
049300             FOR ALL "COPY".                                      NC3204.2
049400         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                NC3204.2
049500             MOVE "COPY" TO FEATURE-CODE.                         NC3204.2
049600         MOVE ZERO TO WS-FC-CNT.                                  NC3204.2
049700         INSPECT FEATURE TALLYING WS-FC-CNT                       NC3204.2
049800             FOR ALL "SEG".                                       NC3204.2
049900         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                NC3204.2
050000             MOVE "SEGMENT" TO FEATURE-CODE.                      NC3204.2
050100         MOVE ZERO TO WS-FC-CNT.                                  NC3204.2
050200         INSPECT FEATURE TALLYING WS-FC-CNT                       NC3204.2
050300             FOR ALL "KEY".                                       NC3204.2
050400         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                NC3204.2
050500             MOVE "KEY" TO FEATURE-CODE.                          NC3204.2
050600         MOVE ZERO TO WS-FC-CNT.                                  NC3204.2
050700         INSPECT FEATURE TALLYING WS-FC-CNT                       NC3204.2
050800             FOR ALL "COMPARE".                                   NC3204.2
050900         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                NC3204.2
051000             MOVE "COMPARE" TO FEATURE-CODE.                      NC3204.2
051100         MOVE ZERO TO WS-FC-CNT.                                  NC3204.2
051200         INSPECT FEATURE TALLYING WS-FC-CNT                       NC3204.2
051300             FOR ALL "CONDITION".                                 NC3204.2
051400         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                NC3204.2
051500             MOVE "COND" TO FEATURE-CODE.                         NC3204.2
051600         IF FEATURE-CODE = SPACE                                  NC3204.2
051700             MOVE "OTHER" TO FEATURE-CODE.                        NC3204.2
051800 WRITE-NEGATIVE-PATH-LINE.                                        NC3204.2
051900     MOVE SPACE TO NEGATIVE-PATH-REC.                             NC3204.2
052000     STRING CCVS-PGM-ID     DELIMITED BY SPACE ","                NC3204.2
052100            FEATURE         DELIMITED BY SIZE  ","                NC3204.2
052200            FEATURE-CODE    DELIMITED BY SPACE ","                NC3204.2
052300            PAR-NAME        DELIMITED BY SIZE  ","                NC3204.2
052400            P-OR-F          DELIMITED BY SPACE                    NC3204.2
052500            INTO NEGATIVE-PATH-REC.                               NC3204.2
052600     WRITE NEGATIVE-PATH-REC.                                     NC3204.2
052608 WRITE-NCARITH-LINE.                                              NC3204.2
052616     IF       COMPUTED-A NOT EQUAL TO SPACE                       NC3204.2
052624              OR CORRECT-A NOT EQUAL TO SPACE                     NC3204.2
052632              MOVE SPACE TO NC-ARITH-REC                          NC3204.2
052640              STRING PAR-NAME   DELIMITED BY SIZE ","             NC3204.2
052648                     COMPUTED-A DELIMITED BY SIZE ","             NC3204.2
052656                     CORRECT-A  DELIMITED BY SIZE ","             NC3204.2
052664                     P-OR-F     DELIMITED BY SPACE                NC3204.2
052672                     INTO NC-ARITH-REC                            NC3204.2
052680              WRITE NC-ARITH-REC                                  NC3204.2
052688     END-IF.                                                      NC3204.2
052700 WRITE-CSV-LINE.                                                  NC3204.2
052800     PERFORM DERIVE-FEATURE-CODE.                                 NC3204.2
052900     MOVE SPACE TO CSV-RESULTS-REC.                               NC3204.2
053000     STRING CCVS-PGM-ID     DELIMITED BY SPACE ","                NC3204.2
053100            FEATURE         DELIMITED BY SIZE  ","                NC3204.2
053200            FEATURE-CODE    DELIMITED BY SPACE ","                NC3204.2
053300            PAR-NAME        DELIMITED BY SIZE  ","                NC3204.2
053400            P-OR-F          DELIMITED BY SPACE ","                NC3204.2
053500            PASS-COUNTER    DELIMITED BY SIZE  ","                NC3204.2
053600            ERROR-COUNTER   DELIMITED BY SIZE  ","                NC3204.2
053700            DELETE-COUNTER DELIMITED BY SIZE  ","                 NC3204.2
053800            INSPECT-COUNTER DELIMITED BY SIZE                     NC3204.2
053900            INTO CSV-RESULTS-REC.                                 NC3204.2
054000     WRITE CSV-RESULTS-REC.                                       NC3204.2
054100     IF P-OR-F = "*****" OR P-OR-F = "INSPT"                      NC3204.2
054200         PERFORM WRITE-NEGATIVE-PATH-LINE.                        NC3204.2
054300 BLANK-LINE-PRINT.                                                NC3204.2
054400     PERFORM WRT-LN.                                              NC3204.2
054500 FAIL-ROUTINE.                                                    NC3204.2
054600     PERFORM  EXTRACT-ANSI-CLAUSE-NUM.                            NC3204.2
054700     IF     COMPUTED-X NOT EQUAL TO SPACE                         NC3204.2
054800            GO TO   FAIL-ROUTINE-WRITE.                           NC3204.2
054900     IF     CORRECT-X NOT EQUAL TO SPACE GO TO FAIL-ROUTINE-WRITE.NC3204.2
055000     MOVE   ANSI-REFERENCE TO INF-ANSI-REFERENCE.                 NC3204.2
055100     MOVE  "NO FURTHER INFORMATION, SEE PROGRAM." TO INFO-TEXT.   NC3204.2
055200     MOVE   XXINFO TO DUMMY-RECORD. PERFORM WRITE-LINE 2 TIMES.   NC3204.2
055300     MOVE   SPACES TO INF-ANSI-REFERENCE.                         NC3204.2
055400     GO TO  FAIL-ROUTINE-EX.                                      NC3204.2
055500 FAIL-ROUTINE-WRITE.                                              NC3204.2
055600     MOVE   TEST-COMPUTED TO PRINT-REC PERFORM WRITE-LINE         NC3204.2
055700     MOVE   ANSI-REFERENCE TO COR-ANSI-REFERENCE.                 NC3204.2
055800     MOVE   TEST-CORRECT TO PRINT-REC PERFORM WRITE-LINE 2 TIMES. NC3204.2
055900     MOVE   SPACES TO COR-ANSI-REFERENCE.                         NC3204.2
056000 FAIL-ROUTINE-EX. EXIT.                                           NC3204.2
056100 BAIL-OUT.                                                        NC3204.2
056200     IF     COMPUTED-A NOT EQUAL TO SPACE GO TO BAIL-OUT-WRITE.   NC3204.2
056300     IF     CORRECT-A EQUAL TO SPACE GO TO BAIL-OUT-EX.           NC3204.2
056400 BAIL-OUT-WRITE.                                                  NC3204.2
056500     MOVE CORRECT-A TO XXCORRECT. MOVE COMPUTED-A TO XXCOMPUTED.  NC3204.2
056600     MOVE   ANSI-REFERENCE TO INF-ANSI-REFERENCE.                 NC3204.2
056700     MOVE   XXINFO TO DUMMY-RECORD. PERFORM WRITE-LINE 2 TIMES.   NC3204.2
056800     MOVE   SPACES TO INF-ANSI-REFERENCE.                         NC3204.2
056900 BAIL-OUT-EX. EXIT.                                               NC3204.2
057000 CCVS1-EXIT.                                                      NC3204.2
057100     EXIT.                                                        NC3204.2
057200 SECT-NC320A-001 SECTION.                                         NC3204.2
057300 PSC-INIT-320.                                                    NC3204.2
057400     MOVE     "PICTURE P SCALING" TO FEATURE.                     NC3204.2
057500     MOVE     "VI-33 5.12.4 PICTURE P" TO ANSI-REFERENCE.         NC3204.2
057600 PSC-TEST-320-1.                                                  NC3204.2
057700*    DISPLAY LEADING P: THE DIGIT BEYOND THE SCALE IS TRUNCATED   NC3204.2
057800*    ON THE MOVE IN, AND THE MOVE OUT RESTORES THE ZEROS.         NC3204.2
057900     MOVE     "PSC-TEST-320-1" TO PAR-NAME.                       NC3204.2
058000     MOVE     .0004567 TO PSC-LD.                                 NC3204.2
058100     MOVE     PSC-LD TO PSC-ORD-V6.                               NC3204.2
058200     MOVE     PSC-ORD-V6 TO COMPUTED-N.                           NC3204.2
058300     MOVE     .000456 TO CORRECT-N.                               NC3204.2
058400     IF       PSC-ORD-V6 = .000456                                NC3204.2
058500              PERFORM PASS                                        NC3204.2
058600              GO TO PSC-WRITE-320-1.                              NC3204.2
058700     MOVE     "DISPLAY PPP999 MOVE WRONG"                         NC3204.2
058800              TO RE-MARK.                                         NC3204.2
058900     PERFORM  FAIL.                                               NC3204.2
059000 PSC-WRITE-320-1.                                                 NC3204.2
059100     PERFORM  PRINT-DETAIL.                                       NC3204.2
059200 PSC-TEST-320-2.                                                  NC3204.2
059300*    DISPLAY LEADING P: ADD INTO THE P ITEM, THEN INTO AN         NC3204.2
059400*    ORDINARY ITEM.                                               NC3204.2
059500     MOVE     "PSC-TEST-320-2" TO PAR-NAME.                       NC3204.2
059600     MOVE     .000123 TO PSC-LD.                                  NC3204.2
059700     ADD      .000111 TO PSC-LD.                                  NC3204.2
059800     MOVE     .000766 TO PSC-ORD-V6.                              NC3204.2
059900     ADD      PSC-LD TO PSC-ORD-V6.                               NC3204.2
060000     MOVE     PSC-ORD-V6 TO COMPUTED-N.                           NC3204.2
060100     MOVE     .001000 TO CORRECT-N.                               NC3204.2
060200     IF       PSC-ORD-V6 = .001000                                NC3204.2
060300              PERFORM PASS                                        NC3204.2
060400              GO TO PSC-WRITE-320-2.                              NC3204.2
060500     MOVE     "DISPLAY PPP999 ADD WRONG"                          NC3204.2
060600              TO RE-MARK.                                         NC3204.2
060700     PERFORM  FAIL.                                               NC3204.2
060800 PSC-WRITE-320-2.                                                 NC3204.2
060900     PERFORM  PRINT-DETAIL.                                       NC3204.2
061000 PSC-TEST-320-3.                                                  NC3204.2
061100*    DISPLAY LEADING P: COMPUTE INTO THE P ITEM (EXACT SCALE)     NC3204.2
061200*    AND FROM IT INTO AN ORDINARY ITEM.                           NC3204.2
061300     MOVE     "PSC-TEST-320-3" TO PAR-NAME.                       NC3204.2
061400     MOVE     .000300 TO PSC-LD.                                  NC3204.2
061500     COMPUTE  PSC-LD ROUNDED = PSC-LD * 2 / 3.                    NC3204.2
061600     COMPUTE  PSC-ORD-V6 = PSC-LD * 1000 + .000001.               NC3204.2
061700     MOVE     PSC-ORD-V6 TO COMPUTED-N.                           NC3204.2
061800     MOVE     .200001 TO CORRECT-N.                               NC3204.2
061900     IF       PSC-ORD-V6 = .200001                                NC3204.2
062000              PERFORM PASS                                        NC3204.2
062100              GO TO PSC-WRITE-320-3.                              NC3204.2
062200     MOVE     "DISPLAY PPP999 COMPUTE WRONG"                      NC3204.2
062300              TO RE-MARK.                                         NC3204.2
062400     PERFORM  FAIL.                                               NC3204.2
062500 PSC-WRITE-320-3.                                                 NC3204.2
062600     PERFORM  PRINT-DETAIL.                                       NC3204.2
062700 PSC-TEST-320-4.                                                  NC3204.2
062800*    DISPLAY LEADING P: RELATIONS WITH LITERALS AND AN            NC3204.2
062900*    ORDINARY ITEM OF THE SAME VALUE.                             NC3204.2
063000     MOVE     "PSC-TEST-320-4" TO PAR-NAME.                       NC3204.2
063100     MOVE     .000456 TO PSC-LD.                                  NC3204.2
063200     MOVE     .000456 TO PSC-ORD-V6.                              NC3204.2
063300     MOVE     PSC-LD TO COMPUTED-N.                               NC3204.2
063400     MOVE     .000456 TO CORRECT-N.                               NC3204.2
063500     IF       PSC-LD = .000456                                    NC3204.2
063600              AND PSC-LD > .000455                                NC3204.2
063700              AND PSC-LD < .000457                                NC3204.2
063800              AND PSC-LD NOT = .456                               NC3204.2
063900              AND PSC-LD = PSC-ORD-V6                             NC3204.2
064000              PERFORM PASS                                        NC3204.2
064100              GO TO PSC-WRITE-320-4.                              NC3204.2
064200     MOVE     "DISPLAY PPP999 COMPARISON WRONG"                   NC3204.2
064300              TO RE-MARK.                                         NC3204.2
064400     PERFORM  FAIL.                                               NC3204.2
064500 PSC-WRITE-320-4.                                                 NC3204.2
064600     PERFORM  PRINT-DETAIL.                                       NC3204.2
064700 PSC-TEST-320-5.                                                  NC3204.2
064800*    DISPLAY TRAILING P: THE LOW-ORDER DIGITS ARE NOT STORED.     NC3204.2
064900     MOVE     "PSC-TEST-320-5" TO PAR-NAME.                       NC3204.2
065000     MOVE     123456 TO PSC-TD.                                   NC3204.2
065100     MOVE     PSC-TD TO PSC-ORD-7.                                NC3204.2
065200     MOVE     PSC-ORD-7 TO COMPUTED-18V0.                         NC3204.2
065300     MOVE     123000 TO CORRECT-18V0.                             NC3204.2
065400     IF       PSC-ORD-7 = 123000                                  NC3204.2
065500              PERFORM PASS                                        NC3204.2
065600              GO TO PSC-WRITE-320-5.                              NC3204.2
065700     MOVE     "DISPLAY S999PPP MOVE WRONG"                        NC3204.2
065800              TO RE-MARK.                                         NC3204.2
065900     PERFORM  FAIL.                                               NC3204.2
066000 PSC-WRITE-320-5.                                                 NC3204.2
066100     PERFORM  PRINT-DETAIL.                                       NC3204.2
066200 PSC-TEST-320-6.                                                  NC3204.2
066300*    DISPLAY TRAILING P: 45000 + 2999 KEEPS ONLY 47000.           NC3204.2
066400     MOVE     "PSC-TEST-320-6" TO PAR-NAME.                       NC3204.2
066500     MOVE     45000 TO PSC-TD.                                    NC3204.2
066600     ADD      2999 TO PSC-TD.                                     NC3204.2
066700     MOVE     500 TO PSC-ORD-7.                                   NC3204.2
066800     ADD      PSC-TD TO PSC-ORD-7.                                NC3204.2
066900     MOVE     PSC-ORD-7 TO COMPUTED-18V0.                         NC3204.2
067000     MOVE     47500 TO CORRECT-18V0.                              NC3204.2
067100     IF       PSC-ORD-7 = 47500                                   NC3204.2
067200              PERFORM PASS                                        NC3204.2
067300              GO TO PSC-WRITE-320-6.                              NC3204.2
067400     MOVE     "DISPLAY S999PPP ADD WRONG"                         NC3204.2
067500              TO RE-MARK.                                         NC3204.2
067600     PERFORM  FAIL.                                               NC3204.2
067700 PSC-WRITE-320-6.                                                 NC3204.2
067800     PERFORM  PRINT-DETAIL.                                       NC3204.2
067900 PSC-TEST-320-7.                                                  NC3204.2
068000*    DISPLAY TRAILING P: -250000 / 3 ROUNDS TO -83000; THE        NC3204.2
068100*    SIGN SURVIVES INTO THE ORDINARY ITEM.                        NC3204.2
068200     MOVE     "PSC-TEST-320-7" TO PAR-NAME.                       NC3204.2
068300     MOVE     -250000 TO PSC-TD.                                  NC3204.2
068400     COMPUTE  PSC-TD ROUNDED = PSC-TD / 3.                        NC3204.2
068500     COMPUTE  PSC-ORD-7 = PSC-TD * 2 - 1.                         NC3204.2
068600     MOVE     PSC-ORD-7 TO COMPUTED-18V0.                         NC3204.2
068700     MOVE     -166001 TO CORRECT-18V0.                            NC3204.2
068800     IF       PSC-ORD-7 = -166001                                 NC3204.2
068900              PERFORM PASS                                        NC3204.2
069000              GO TO PSC-WRITE-320-7.                              NC3204.2
069100     MOVE     "DISPLAY S999PPP COMPUTE WRONG"                     NC3204.2
069200              TO RE-MARK.                                         NC3204.2
069300     PERFORM  FAIL.                                               NC3204.2
069400 PSC-WRITE-320-7.                                                 NC3204.2
069500     PERFORM  PRINT-DETAIL.                                       NC3204.2
069600 PSC-TEST-320-8.                                                  NC3204.2
069700*    DISPLAY TRAILING P: RELATIONS WITH LITERALS AND AN           NC3204.2
069800*    ORDINARY ITEM OF THE SAME VALUE.                             NC3204.2
069900     MOVE     "PSC-TEST-320-8" TO PAR-NAME.                       NC3204.2
070000     MOVE     999000 TO PSC-TD.                                   NC3204.2
070100     MOVE     999000 TO PSC-ORD-7.                                NC3204.2
070200     MOVE     PSC-TD TO COMPUTED-18V0.                            NC3204.2
070300     MOVE     999000 TO CORRECT-18V0.                             NC3204.2
070400     IF       PSC-TD = 999000                                     NC3204.2
070500              AND PSC-TD > 998999                                 NC3204.2
070600              AND PSC-TD < 999001                                 NC3204.2
070700              AND PSC-TD NOT = 999                                NC3204.2
070800              AND PSC-TD = PSC-ORD-7                              NC3204.2
070900              PERFORM PASS                                        NC3204.2
071000              GO TO PSC-WRITE-320-8.                              NC3204.2
071100     MOVE     "DISPLAY S999PPP COMPARISON WRONG"                  NC3204.2
071200              TO RE-MARK.                                         NC3204.2
071300     PERFORM  FAIL.                                               NC3204.2
071400 PSC-WRITE-320-8.                                                 NC3204.2
071500     PERFORM  PRINT-DETAIL.                                       NC3204.2
071600 PSC-TEST-320-9.                                                  NC3204.2
071700*    COMP LEADING P: THE DIGIT BEYOND THE SCALE IS TRUNCATED      NC3204.2
071800*    ON THE MOVE IN, AND THE MOVE OUT RESTORES THE ZEROS.         NC3204.2
071900     MOVE     "PSC-TEST-320-9" TO PAR-NAME.                       NC3204.2
072000     MOVE     .0004567 TO PSC-LC.                                 NC3204.2
072100     MOVE     PSC-LC TO PSC-ORD-V6.                               NC3204.2
072200     MOVE     PSC-ORD-V6 TO COMPUTED-N.                           NC3204.2
072300     MOVE     .000456 TO CORRECT-N.                               NC3204.2
072400     IF       PSC-ORD-V6 = .000456                                NC3204.2
072500              PERFORM PASS                                        NC3204.2
072600              GO TO PSC-WRITE-320-9.                              NC3204.2
072700     MOVE     "COMP PPP999 MOVE WRONG"                            NC3204.2
072800              TO RE-MARK.                                         NC3204.2
072900     PERFORM  FAIL.                                               NC3204.2
073000 PSC-WRITE-320-9.                                                 NC3204.2
073100     PERFORM  PRINT-DETAIL.                                       NC3204.2
073200 PSC-TEST-320-10.                                                 NC3204.2
073300*    COMP LEADING P: ADD INTO THE P ITEM, THEN INTO AN            NC3204.2
073400*    ORDINARY ITEM.                                               NC3204.2
073500     MOVE     "PSC-TEST-320-10" TO PAR-NAME.                      NC3204.2
073600     MOVE     .000123 TO PSC-LC.                                  NC3204.2
073700     ADD      .000111 TO PSC-LC.                                  NC3204.2
073800     MOVE     .000766 TO PSC-ORD-V6.                              NC3204.2
073900     ADD      PSC-LC TO PSC-ORD-V6.                               NC3204.2
074000     MOVE     PSC-ORD-V6 TO COMPUTED-N.                           NC3204.2
074100     MOVE     .001000 TO CORRECT-N.                               NC3204.2
074200     IF       PSC-ORD-V6 = .001000                                NC3204.2
074300              PERFORM PASS                                        NC3204.2
074400              GO TO PSC-WRITE-320-10.                             NC3204.2
074500     MOVE     "COMP PPP999 ADD WRONG"                             NC3204.2
074600              TO RE-MARK.                                         NC3204.2
074700     PERFORM  FAIL.                                               NC3204.2
074800 PSC-WRITE-320-10.                                                NC3204.2
074900     PERFORM  PRINT-DETAIL.                                       NC3204.2
075000 PSC-TEST-320-11.                                                 NC3204.2
075100*    COMP LEADING P: COMPUTE INTO THE P ITEM (EXACT SCALE)        NC3204.2
075200*    AND FROM IT INTO AN ORDINARY ITEM.                           NC3204.2
075300     MOVE     "PSC-TEST-320-11" TO PAR-NAME.                      NC3204.2
075400     MOVE     .000300 TO PSC-LC.                                  NC3204.2
075500     COMPUTE  PSC-LC ROUNDED = PSC-LC * 2 / 3.                    NC3204.2
075600     COMPUTE  PSC-ORD-V6 = PSC-LC * 1000 + .000001.               NC3204.2
075700     MOVE     PSC-ORD-V6 TO COMPUTED-N.                           NC3204.2
075800     MOVE     .200001 TO CORRECT-N.                               NC3204.2
075900     IF       PSC-ORD-V6 = .200001                                NC3204.2
076000              PERFORM PASS                                        NC3204.2
076100              GO TO PSC-WRITE-320-11.                             NC3204.2
076200     MOVE     "COMP PPP999 COMPUTE WRONG"                         NC3204.2
076300              TO RE-MARK.                                         NC3204.2
076400     PERFORM  FAIL.                                               NC3204.2
076500 PSC-WRITE-320-11.                                                NC3204.2
076600     PERFORM  PRINT-DETAIL.                                       NC3204.2
076700 PSC-TEST-320-12.                                                 NC3204.2
076800*    COMP LEADING P: RELATIONS WITH LITERALS AND AN               NC3204.2
076900*    ORDINARY ITEM OF THE SAME VALUE.                             NC3204.2
077000     MOVE     "PSC-TEST-320-12" TO PAR-NAME.                      NC3204.2
077100     MOVE     .000456 TO PSC-LC.                                  NC3204.2
077200     MOVE     .000456 TO PSC-ORD-V6.                              NC3204.2
077300     MOVE     PSC-LC TO COMPUTED-N.                               NC3204.2
077400     MOVE     .000456 TO CORRECT-N.                               NC3204.2
077500     IF       PSC-LC = .000456                                    NC3204.2
077600              AND PSC-LC > .000455                                NC3204.2
077700              AND PSC-LC < .000457                                NC3204.2
077800              AND PSC-LC NOT = .456                               NC3204.2
077900              AND PSC-LC = PSC-ORD-V6                             NC3204.2
078000              PERFORM PASS                                        NC3204.2
078100              GO TO PSC-WRITE-320-12.                             NC3204.2
078200     MOVE     "COMP PPP999 COMPARISON WRONG"                      NC3204.2
078300              TO RE-MARK.                                         NC3204.2
078400     PERFORM  FAIL.                                               NC3204.2
078500 PSC-WRITE-320-12.                                                NC3204.2
078600     PERFORM  PRINT-DETAIL.                                       NC3204.2
078700 PSC-TEST-320-13.                                                 NC3204.2
078800*    COMP TRAILING P: THE LOW-ORDER DIGITS ARE NOT STORED.        NC3204.2
078900     MOVE     "PSC-TEST-320-13" TO PAR-NAME.                      NC3204.2
079000     MOVE     123456 TO PSC-TC.                                   NC3204.2
079100     MOVE     PSC-TC TO PSC-ORD-7.                                NC3204.2
079200     MOVE     PSC-ORD-7 TO COMPUTED-18V0.                         NC3204.2
079300     MOVE     123000 TO CORRECT-18V0.                             NC3204.2
079400     IF       PSC-ORD-7 = 123000                                  NC3204.2
079500              PERFORM PASS                                        NC3204.2
079600              GO TO PSC-WRITE-320-13.                             NC3204.2
079700     MOVE     "COMP S999PPP MOVE WRONG"                           NC3204.2
079800              TO RE-MARK.                                         NC3204.2
079900     PERFORM  FAIL.                                               NC3204.2
080000 PSC-WRITE-320-13.                                                NC3204.2
080100     PERFORM  PRINT-DETAIL.                                       NC3204.2
080200 PSC-TEST-320-14.                                                 NC3204.2
080300*    COMP TRAILING P: 45000 + 2999 KEEPS ONLY 47000.              NC3204.2
080400     MOVE     "PSC-TEST-320-14" TO PAR-NAME.                      NC3204.2
080500     MOVE     45000 TO PSC-TC.                                    NC3204.2
080600     ADD      2999 TO PSC-TC.                                     NC3204.2
080700     MOVE     500 TO PSC-ORD-7.                                   NC3204.2
080800     ADD      PSC-TC TO PSC-ORD-7.                                NC3204.2
080900     MOVE     PSC-ORD-7 TO COMPUTED-18V0.                         NC3204.2
081000     MOVE     47500 TO CORRECT-18V0.                              NC3204.2
081100     IF       PSC-ORD-7 = 47500                                   NC3204.2
081200              PERFORM PASS                                        NC3204.2
081300              GO TO PSC-WRITE-320-14.                             NC3204.2
081400     MOVE     "COMP S999PPP ADD WRONG"                            NC3204.2
081500              TO RE-MARK.                                         NC3204.2
081600     PERFORM  FAIL.                                               NC3204.2
081700 PSC-WRITE-320-14.                                                NC3204.2
081800     PERFORM  PRINT-DETAIL.                                       NC3204.2
081900 PSC-TEST-320-15.                                                 NC3204.2
082000*    COMP TRAILING P: -250000 / 3 ROUNDS TO -83000; THE           NC3204.2
082100*    SIGN SURVIVES INTO THE ORDINARY ITEM.                        NC3204.2
082200     MOVE     "PSC-TEST-320-15" TO PAR-NAME.                      NC3204.2
082300     MOVE     -250000 TO PSC-TC.                                  NC3204.2
082400     COMPUTE  PSC-TC ROUNDED = PSC-TC / 3.                        NC3204.2
082500     COMPUTE  PSC-ORD-7 = PSC-TC * 2 - 1.                         NC3204.2
082600     MOVE     PSC-ORD-7 TO COMPUTED-18V0.                         NC3204.2
082700     MOVE     -166001 TO CORRECT-18V0.                            NC3204.2
082800     IF       PSC-ORD-7 = -166001                                 NC3204.2
082900              PERFORM PASS                                        NC3204.2
083000              GO TO PSC-WRITE-320-15.                             NC3204.2
083100     MOVE     "COMP S999PPP COMPUTE WRONG"                        NC3204.2
083200              TO RE-MARK.                                         NC3204.2
083300     PERFORM  FAIL.                                               NC3204.2
083400 PSC-WRITE-320-15.                                                NC3204.2
083500     PERFORM  PRINT-DETAIL.                                       NC3204.2
083600 PSC-TEST-320-16.                                                 NC3204.2
083700*    COMP TRAILING P: RELATIONS WITH LITERALS AND AN              NC3204.2
083800*    ORDINARY ITEM OF THE SAME VALUE.                             NC3204.2
083900     MOVE     "PSC-TEST-320-16" TO PAR-NAME.                      NC3204.2
084000     MOVE     999000 TO PSC-TC.                                   NC3204.2
084100     MOVE     999000 TO PSC-ORD-7.                                NC3204.2
084200     MOVE     PSC-TC TO COMPUTED-18V0.                            NC3204.2
084300     MOVE     999000 TO CORRECT-18V0.                             NC3204.2
084400     IF       PSC-TC = 999000                                     NC3204.2
084500              AND PSC-TC > 998999                                 NC3204.2
084600              AND PSC-TC < 999001                                 NC3204.2
084700              AND PSC-TC NOT = 999                                NC3204.2
084800              AND PSC-TC = PSC-ORD-7                              NC3204.2
084900              PERFORM PASS                                        NC3204.2
085000              GO TO PSC-WRITE-320-16.                             NC3204.2
085100     MOVE     "COMP S999PPP COMPARISON WRONG"                     NC3204.2
085200              TO RE-MARK.                                         NC3204.2
085300     PERFORM  FAIL.                                               NC3204.2
085400 PSC-WRITE-320-16.                                                NC3204.2
085500     PERFORM  PRINT-DETAIL.                                       NC3204.2
085600 PSC-TEST-320-17.                                                 NC3204.2
085700*    COMP-3 LEADING P: THE DIGIT BEYOND THE SCALE IS TRUNCATED    NC3204.2
085800*    ON THE MOVE IN, AND THE MOVE OUT RESTORES THE ZEROS.         NC3204.2
085900     MOVE     "PSC-TEST-320-17" TO PAR-NAME.                      NC3204.2
086000     MOVE     .0004567 TO PSC-LP.                                 NC3204.2
086100     MOVE     PSC-LP TO PSC-ORD-V6.                               NC3204.2
086200     MOVE     PSC-ORD-V6 TO COMPUTED-N.                           NC3204.2
086300     MOVE     .000456 TO CORRECT-N.                               NC3204.2
086400     IF       PSC-ORD-V6 = .000456                                NC3204.2
086500              PERFORM PASS                                        NC3204.2
086600              GO TO PSC-WRITE-320-17.                             NC3204.2
086700     MOVE     "COMP-3 PPP999 MOVE WRONG"                          NC3204.2
086800              TO RE-MARK.                                         NC3204.2
086900     PERFORM  FAIL.                                               NC3204.2
087000 PSC-WRITE-320-17.                                                NC3204.2
087100     PERFORM  PRINT-DETAIL.                                       NC3204.2
087200 PSC-TEST-320-18.                                                 NC3204.2
087300*    COMP-3 LEADING P: ADD INTO THE P ITEM, THEN INTO AN          NC3204.2
087400*    ORDINARY ITEM.                                               NC3204.2
087500     MOVE     "PSC-TEST-320-18" TO PAR-NAME.                      NC3204.2
087600     MOVE     .000123 TO PSC-LP.                                  NC3204.2
087700     ADD      .000111 TO PSC-LP.                                  NC3204.2
087800     MOVE     .000766 TO PSC-ORD-V6.                              NC3204.2
087900     ADD      PSC-LP TO PSC-ORD-V6.                               NC3204.2
088000     MOVE     PSC-ORD-V6 TO COMPUTED-N.                           NC3204.2
088100     MOVE     .001000 TO CORRECT-N.                               NC3204.2
088200     IF       PSC-ORD-V6 = .001000                                NC3204.2
088300              PERFORM PASS                                        NC3204.2
088400              GO TO PSC-WRITE-320-18.                             NC3204.2
088500     MOVE     "COMP-3 PPP999 ADD WRONG"                           NC3204.2
088600              TO RE-MARK.                                         NC3204.2
088700     PERFORM  FAIL.                                               NC3204.2
088800 PSC-WRITE-320-18.                                                NC3204.2
088900     PERFORM  PRINT-DETAIL.                                       NC3204.2
089000 PSC-TEST-320-19.                                                 NC3204.2
089100*    COMP-3 LEADING P: COMPUTE INTO THE P ITEM (EXACT SCALE)      NC3204.2
089200*    AND FROM IT INTO AN ORDINARY ITEM.                           NC3204.2
089300     MOVE     "PSC-TEST-320-19" TO PAR-NAME.                      NC3204.2
089400     MOVE     .000300 TO PSC-LP.                                  NC3204.2
089500     COMPUTE  PSC-LP ROUNDED = PSC-LP * 2 / 3.                    NC3204.2
089600     COMPUTE  PSC-ORD-V6 = PSC-LP * 1000 + .000001.               NC3204.2
089700     MOVE     PSC-ORD-V6 TO COMPUTED-N.                           NC3204.2
089800     MOVE     .200001 TO CORRECT-N.                               NC3204.2
089900     IF       PSC-ORD-V6 = .200001                                NC3204.2
090000              PERFORM PASS                                        NC3204.2
090100              GO TO PSC-WRITE-320-19.                             NC3204.2
090200     MOVE     "COMP-3 PPP999 COMPUTE WRONG"                       NC3204.2
090300              TO RE-MARK.                                         NC3204.2
090400     PERFORM  FAIL.                                               NC3204.2
090500 PSC-WRITE-320-19.                                                NC3204.2
090600     PERFORM  PRINT-DETAIL.                                       NC3204.2
090700 PSC-TEST-320-20.                                                 NC3204.2
090800*    COMP-3 LEADING P: RELATIONS WITH LITERALS AND AN             NC3204.2
090900*    ORDINARY ITEM OF THE SAME VALUE.                             NC3204.2
091000     MOVE     "PSC-TEST-320-20" TO PAR-NAME.                      NC3204.2
091100     MOVE     .000456 TO PSC-LP.                                  NC3204.2
091200     MOVE     .000456 TO PSC-ORD-V6.                              NC3204.2
091300     MOVE     PSC-LP TO COMPUTED-N.                               NC3204.2
091400     MOVE     .000456 TO CORRECT-N.                               NC3204.2
091500     IF       PSC-LP = .000456                                    NC3204.2
091600              AND PSC-LP > .000455                                NC3204.2
091700              AND PSC-LP < .000457                                NC3204.2
091800              AND PSC-LP NOT = .456                               NC3204.2
091900              AND PSC-LP = PSC-ORD-V6                             NC3204.2
092000              PERFORM PASS                                        NC3204.2
092100              GO TO PSC-WRITE-320-20.                             NC3204.2
092200     MOVE     "COMP-3 PPP999 COMPARISON WRONG"                    NC3204.2
092300              TO RE-MARK.                                         NC3204.2
092400     PERFORM  FAIL.                                               NC3204.2
092500 PSC-WRITE-320-20.                                                NC3204.2
092600     PERFORM  PRINT-DETAIL.                                       NC3204.2
092700 PSC-TEST-320-21.                                                 NC3204.2
092800*    COMP-3 TRAILING P: THE LOW-ORDER DIGITS ARE NOT STORED.      NC3204.2
092900     MOVE     "PSC-TEST-320-21" TO PAR-NAME.                      NC3204.2
093000     MOVE     123456 TO PSC-TP.                                   NC3204.2
093100     MOVE     PSC-TP TO PSC-ORD-7.                                NC3204.2
093200     MOVE     PSC-ORD-7 TO COMPUTED-18V0.                         NC3204.2
093300     MOVE     123000 TO CORRECT-18V0.                             NC3204.2
093400     IF       PSC-ORD-7 = 123000                                  NC3204.2
093500              PERFORM PASS                                        NC3204.2
093600              GO TO PSC-WRITE-320-21.                             NC3204.2
093700     MOVE     "COMP-3 S999PPP MOVE WRONG"                         NC3204.2
093800              TO RE-MARK.                                         NC3204.2
093900     PERFORM  FAIL.                                               NC3204.2
094000 PSC-WRITE-320-21.                                                NC3204.2
094100     PERFORM  PRINT-DETAIL.                                       NC3204.2
094200 PSC-TEST-320-22.                                                 NC3204.2
094300*    COMP-3 TRAILING P: 45000 + 2999 KEEPS ONLY 47000.            NC3204.2
094400     MOVE     "PSC-TEST-320-22" TO PAR-NAME.                      NC3204.2
094500     MOVE     45000 TO PSC-TP.                                    NC3204.2
094600     ADD      2999 TO PSC-TP.                                     NC3204.2
094700     MOVE     500 TO PSC-ORD-7.                                   NC3204.2
094800     ADD      PSC-TP TO PSC-ORD-7.                                NC3204.2
094900     MOVE     PSC-ORD-7 TO COMPUTED-18V0.                         NC3204.2
095000     MOVE     47500 TO CORRECT-18V0.                              NC3204.2
095100     IF       PSC-ORD-7 = 47500                                   NC3204.2
095200              PERFORM PASS                                        NC3204.2
095300              GO TO PSC-WRITE-320-22.                             NC3204.2
095400     MOVE     "COMP-3 S999PPP ADD WRONG"                          NC3204.2
095500              TO RE-MARK.                                         NC3204.2
095600     PERFORM  FAIL.                                               NC3204.2
095700 PSC-WRITE-320-22.                                                NC3204.2
095800     PERFORM  PRINT-DETAIL.                                       NC3204.2
095900 PSC-TEST-320-23.                                                 NC3204.2
096000*    COMP-3 TRAILING P: -250000 / 3 ROUNDS TO -83000; THE         NC3204.2
096100*    SIGN SURVIVES INTO THE ORDINARY ITEM.                        NC3204.2
096200     MOVE     "PSC-TEST-320-23" TO PAR-NAME.                      NC3204.2
096300     MOVE     -250000 TO PSC-TP.                                  NC3204.2
096400     COMPUTE  PSC-TP ROUNDED = PSC-TP / 3.                        NC3204.2
096500     COMPUTE  PSC-ORD-7 = PSC-TP * 2 - 1.                         NC3204.2
096600     MOVE     PSC-ORD-7 TO COMPUTED-18V0.                         NC3204.2
096700     MOVE     -166001 TO CORRECT-18V0.                            NC3204.2
096800     IF       PSC-ORD-7 = -166001                                 NC3204.2
096900              PERFORM PASS                                        NC3204.2
097000              GO TO PSC-WRITE-320-23.                             NC3204.2
097100     MOVE     "COMP-3 S999PPP COMPUTE WRONG"                      NC3204.2
097200              TO RE-MARK.                                         NC3204.2
097300     PERFORM  FAIL.                                               NC3204.2
097400 PSC-WRITE-320-23.                                                NC3204.2
097500     PERFORM  PRINT-DETAIL.                                       NC3204.2
097600 PSC-TEST-320-24.                                                 NC3204.2
097700*    COMP-3 TRAILING P: RELATIONS WITH LITERALS AND AN            NC3204.2
097800*    ORDINARY ITEM OF THE SAME VALUE.                             NC3204.2
097900     MOVE     "PSC-TEST-320-24" TO PAR-NAME.                      NC3204.2
098000     MOVE     999000 TO PSC-TP.                                   NC3204.2
098100     MOVE     999000 TO PSC-ORD-7.                                NC3204.2
098200     MOVE     PSC-TP TO COMPUTED-18V0.                            NC3204.2
098300     MOVE     999000 TO CORRECT-18V0.                             NC3204.2
098400     IF       PSC-TP = 999000                                     NC3204.2
098500              AND PSC-TP > 998999                                 NC3204.2
098600              AND PSC-TP < 999001                                 NC3204.2
098700              AND PSC-TP NOT = 999                                NC3204.2
098800              AND PSC-TP = PSC-ORD-7                              NC3204.2
098900              PERFORM PASS                                        NC3204.2
099000              GO TO PSC-WRITE-320-24.                             NC3204.2
099100     MOVE     "COMP-3 S999PPP COMPARISON WRONG"                   NC3204.2
099200              TO RE-MARK.                                         NC3204.2
099300     PERFORM  FAIL.                                               NC3204.2
099400 PSC-WRITE-320-24.                                                NC3204.2
099500     PERFORM  PRINT-DETAIL.                                       NC3204.2
099600 PSC-TEST-320-25.                                                 NC3204.2
099700*    THE SAME P-SCALED VALUES COMPARE EQUAL ACROSS ALL            NC3204.2
099800*    THREE USAGES.                                                NC3204.2
099900     MOVE     "PSC-TEST-320-25" TO PAR-NAME.                      NC3204.2
100000     MOVE     .000789 TO PSC-LD PSC-LC PSC-LP.                    NC3204.2
100100     MOVE     -321000 TO PSC-TD PSC-TC PSC-TP.                    NC3204.2
100200     MOVE     PSC-TP TO COMPUTED-18V0.                            NC3204.2
100300     MOVE     -321000 TO CORRECT-18V0.                            NC3204.2
100400     IF       PSC-LD = PSC-LC                                     NC3204.2
100500              AND PSC-LC = PSC-LP                                 NC3204.2
100600              AND PSC-TD = PSC-TC                                 NC3204.2
100700              AND PSC-TC = PSC-TP                                 NC3204.2
100800              PERFORM PASS                                        NC3204.2
100900              GO TO PSC-WRITE-320-25.                             NC3204.2
101000     MOVE     "P-SCALED USAGES DISAGREE"                          NC3204.2
101100              TO RE-MARK.                                         NC3204.2
101200     PERFORM  FAIL.                                               NC3204.2
101300 PSC-WRITE-320-25.                                                NC3204.2
101400     PERFORM  PRINT-DETAIL.                                       NC3204.2
101500 CCVS-EXIT SECTION.                                               NC3204.2
101600 CCVS-999999.                                                     NC3204.2
101700     GO TO CLOSE-FILES.                                           NC3204.2
