000100 IDENTIFICATION DIVISION.                                         SM3074.2
000200 PROGRAM-ID.                                                      SM3074.2
000300     SM307A.                                                      SM3074.2
000400****************************************************************  SM3074.2
000500*                                                              *  SM3074.2
000600*    VALIDATION FOR:-                                          *  SM3074.2
000700*                                                              *  SM3074.2
000800*    "ON-SITE VALIDATION, NATIONAL INSTITUTE OF STD & TECH.     ".SM3074.2
000900*                                                              *  SM3074.2
001000*    "COBOL 85 VERSION 4.2, Apr  1993 SSVG                      ".SM3074.2
001100*                                                              *  SM3074.2
001200****************************************************************  SM3074.2
001300*                                                              *  SM3074.2
001400*      X-CARDS USED BY THIS PROGRAM ARE :-                     *  SM3074.2
001500*                                                              *  SM3074.2
001600*        X-55  - SYSTEM PRINTER NAME.                          *  SM3074.2
001700*        X-82  - SOURCE COMPUTER NAME.                         *  SM3074.2
001800*        X-83  - OBJECT COMPUTER NAME.                         *  SM3074.2
001900*                                                              *  SM3074.2
002000****************************************************************  SM3074.2
002100*                                                              *  SM3074.2
002194*    SM307A COVERS TWO COPY FORMS NO OTHER MODULE USES:        *  SM3074.2
002288*                                                              *  SM3074.2
002382*      - A NESTED COPY.  MEMBER K3SME ITSELF COPIES K3SMF      *  SM3074.2
002476*        INTO THE MIDDLE OF ITS GROUP, AND THE REPLACING       *  SM3074.2
002570*        PHRASE IS WRITTEN ONLY ON THE OUTER COPY.  IT MUST    *  SM3074.2
002664*        REACH TEXT IN BOTH MEMBERS AND LEAVE THE REST         *  SM3074.2
002758*        ALONE.                                                *  SM3074.2
002852*      - COPY ... OF / IN LIBRARY-NAME.  LIBRARIES K3LIBA      *  SM3074.2
002946*        AND K3LIBB EACH HOLD A MEMBER NAMED K3SMG WITH THE    *  SM3074.2
003040*        SAME LAYOUT BUT DIFFERENT VALUES.  EACH IS COPIED     *  SM3074.2
003134*        BY LIBRARY, AND THE VALUES COMPILED IN SHOW WHICH     *  SM3074.2
003228*        LIBRARY SUPPLIED WHICH COPY.                          *  SM3074.2
003322*                                                              *  SM3074.2
003416*    LIBRARIES ARE SUBDIRECTORIES OF THE COPYBOOK DIRECTORY,   *  SM3074.2
003510*    SO NO EXTRA SEARCH PATH IS NEEDED TO COMPILE.             *  SM3074.2
003604*                                                              *  SM3074.2
003700****************************************************************  SM3074.2
003800 ENVIRONMENT DIVISION.                                            SM3074.2
003900 CONFIGURATION SECTION.                                           SM3074.2
004000 SOURCE-COMPUTER.                                                 SM3074.2
004100     COPY CCVSTRG.                                                SM3074.2
004200 OBJECT-COMPUTER.                                                 SM3074.2
004300     COPY CCVSTRG.                                                SM3074.2
004400 INPUT-OUTPUT SECTION.                                            SM3074.2
004500 FILE-CONTROL.                                                    SM3074.2
004600     SELECT PRINT-FILE ASSIGN TO                                  SM3074.2
004700     "report.log".                                                SM3074.2
004800     SELECT   CSV-RESULTS-FILE ASSIGN TO                          SM3074.2
004900     "results.csv".                                               SM3074.2
005000     SELECT   SUITE-SUMMARY-FILE ASSIGN TO                        SM3074.2
005100     "suite_summary.csv"                                          SM3074.2
005200     FILE STATUS IS WS-SS-FILE-STATUS.                            SM3074.2
005300     SELECT   NEGATIVE-PATH-FILE ASSIGN TO                        SM3074.2
005400     "negative_path.csv"                                          SM3074.2
005500     FILE STATUS IS WS-NP-FILE-STATUS.                            SM3074.2
005600     SELECT   XCARD-PARM-FILE ASSIGN TO                           SM3074.2
005700     "xcard.dat"                                                  SM3074.2
005800     ORGANIZATION LINE SEQUENTIAL                                 SM3074.2
005900     FILE STATUS IS WS-XCARD-FSTATUS.                             SM3074.2
006000 DATA DIVISION.                                                   SM3074.2
006100 FILE SECTION.                                                    SM3074.2
006200 FD  PRINT-FILE.                                                  SM3074.2
006300 01  PRINT-REC PICTURE X(120).                                    SM3074.2
006400 01  DUMMY-RECORD PICTURE X(120).                                 SM3074.2
006500 FD  CSV-RESULTS-FILE.                                            SM3074.2
006600 01  CSV-RESULTS-REC PICTURE X(200).                              SM3074.2
006700 FD  SUITE-SUMMARY-FILE.                                          SM3074.2
006800 01  SUITE-SUMMARY-REC PICTURE X(80).                             SM3074.2
006900 FD  NEGATIVE-PATH-FILE.                                          SM3074.2
007000 01  NEGATIVE-PATH-REC PICTURE X(200).                            SM3074.2
007100 FD  XCARD-PARM-FILE.                                             SM3074.2
007200 01  XCARD-PARM-REC PIC X(80).                                    SM3074.2
007300 WORKING-STORAGE SECTION.                                         SM3074.2
007400*********************** COPY STATEMENTS USED ******************** SM3074.2
007410     COPY K3SME                                                   SM3074.2
007420         REPLACING =="OUTERA"== BY =="OUTRPL"==                   SM3074.2
007430                   ==2222== BY ==2929==.                          SM3074.2
007440     COPY K3SMG OF K3LIBA                                         SM3074.2
007450         REPLACING NSG-GROUP BY NSG-FROM-A.                       SM3074.2
007460     COPY K3SMG IN K3LIBB                                         SM3074.2
007470         REPLACING NSG-GROUP BY NSG-FROM-B.                       SM3074.2
008100 01  TEST-RESULTS.                                                SM3074.2
008200     02 FILLER                   PIC X      VALUE SPACE.          SM3074.2
008300     02 FEATURE                  PIC X(20)  VALUE SPACE.          SM3074.2
008400 02 FEATURE-CODE PICTURE X(8) VALUE SPACE.                        SM3074.2
008500     02 FILLER                   PIC X      VALUE SPACE.          SM3074.2
008600     02 P-OR-F                   PIC X(5)   VALUE SPACE.          SM3074.2
008700     02 FILLER                   PIC X      VALUE SPACE.          SM3074.2
008800     02  PAR-NAME.                                                SM3074.2
008900       03 FILLER                 PIC X(19)  VALUE SPACE.          SM3074.2
009000       03  PARDOT-X              PIC X      VALUE SPACE.          SM3074.2
009100       03 DOTVALUE               PIC 99     VALUE ZERO.           SM3074.2
009200     02 FILLER                   PIC X(8)   VALUE SPACE.          SM3074.2
009300     02 RE-MARK                  PIC X(61).                       SM3074.2
009400 01  TEST-COMPUTED.                                               SM3074.2
009500     02 FILLER                   PIC X(30)  VALUE SPACE.          SM3074.2
009600     02 FILLER                   PIC X(17)  VALUE                 SM3074.2
009700            "       COMPUTED=".                                   SM3074.2
009800     02 COMPUTED-X.                                               SM3074.2
009900     03 COMPUTED-A               PIC X(20)  VALUE SPACE.          SM3074.2
010000     03 COMPUTED-N               REDEFINES COMPUTED-A             SM3074.2
010100                                 PIC -9(9).9(9).                  SM3074.2
010200     03 COMPUTED-0V18 REDEFINES COMPUTED-A   PIC -.9(18).         SM3074.2
010300     03 COMPUTED-4V14 REDEFINES COMPUTED-A   PIC -9(4).9(14).     SM3074.2
010400     03 COMPUTED-14V4 REDEFINES COMPUTED-A   PIC -9(14).9(4).     SM3074.2
010500     03       CM-18V0 REDEFINES COMPUTED-A.                       SM3074.2
010600         04 COMPUTED-18V0                    PIC -9(18).          SM3074.2
010700         04 FILLER                           PIC X.               SM3074.2
010800     03 FILLER PIC X(50) VALUE SPACE.                             SM3074.2
010900 01  TEST-CORRECT.                                                SM3074.2
011000     02 FILLER PIC X(30) VALUE SPACE.                             SM3074.2
011100     02 FILLER PIC X(17) VALUE "       CORRECT =".                SM3074.2
011200     02 CORRECT-X.                                                SM3074.2
011300     03 CORRECT-A                  PIC X(20) VALUE SPACE.         SM3074.2
011400     03 CORRECT-N    REDEFINES CORRECT-A     PIC -9(9).9(9).      SM3074.2
011500     03 CORRECT-0V18 REDEFINES CORRECT-A     PIC -.9(18).         SM3074.2
011600     03 CORRECT-4V14 REDEFINES CORRECT-A     PIC -9(4).9(14).     SM3074.2
011700     03 CORRECT-14V4 REDEFINES CORRECT-A     PIC -9(14).9(4).     SM3074.2
011800     03      CR-18V0 REDEFINES CORRECT-A.                         SM3074.2
011900         04 CORRECT-18V0                     PIC -9(18).          SM3074.2
012000         04 FILLER                           PIC X.               SM3074.2
012100     03 FILLER PIC X(2) VALUE SPACE.                              SM3074.2
012200     03 COR-ANSI-REFERENCE             PIC X(48) VALUE SPACE.     SM3074.2
012300 01  CCVS-C-1.                                                    SM3074.2
012400     02 FILLER  PIC IS X(99)    VALUE IS " FEATURE              PASM3074.2
012500-    "SS  PARAGRAPH-NAME                                          SM3074.2
012600-    "       REMARKS".                                            SM3074.2
012700     02 FILLER                     PIC X(20)    VALUE SPACE.      SM3074.2
012800 01  CCVS-C-2.                                                    SM3074.2
012900     02 FILLER                     PIC X        VALUE SPACE.      SM3074.2
013000     02 FILLER                     PIC X(6)     VALUE "TESTED".   SM3074.2
013100     02 FILLER                     PIC X(15)    VALUE SPACE.      SM3074.2
013200     02 FILLER                     PIC X(4)     VALUE "FAIL".     SM3074.2
013300     02 FILLER                     PIC X(94)    VALUE SPACE.      SM3074.2
013400 01  REC-SKL-SUB                   PIC 9(2)     VALUE ZERO.       SM3074.2
013500 01  REC-CT                        PIC 99       VALUE ZERO.       SM3074.2
013600 01  DELETE-COUNTER                PIC 999      VALUE ZERO.       SM3074.2
013700 01  ERROR-COUNTER                 PIC 999      VALUE ZERO.       SM3074.2
013800 01  INSPECT-COUNTER               PIC 999      VALUE ZERO.       SM3074.2
013900 01  PASS-COUNTER                  PIC 999      VALUE ZERO.       SM3074.2
014000 01  TOTAL-ERROR                   PIC 999      VALUE ZERO.       SM3074.2
014100 01  ERROR-HOLD                    PIC 999      VALUE ZERO.       SM3074.2
014200 01  DUMMY-HOLD                    PIC X(120)   VALUE SPACE.      SM3074.2
014300 01  RECORD-COUNT                  PIC 9(5)     VALUE ZERO.       SM3074.2
014400 01  WS-PAGE-LINES-ALPHA PIC X(3) VALUE "060".                    SM3074.2
014500 01  WS-PAGE-LINES REDEFINES                                      SM3074.2
014600     WS-PAGE-LINES-ALPHA PIC 9(3).                                SM3074.2
014700 01  ANSI-REFERENCE                PIC X(48)    VALUE SPACES.     SM3074.2
014800 01  ANSI-CLAUSE-NUM PIC X(16) VALUE SPACES.                      SM3074.2
014900 01  WS-ANSI-IDX     PIC 9(2).                                    SM3074.2
015000 01  WS-ANSI-LEN     PIC 9(2).                                    SM3074.2
015100 01  CCVS-H-1.                                                    SM3074.2
015200     02  FILLER                    PIC X(39)    VALUE SPACES.     SM3074.2
015300     02  FILLER                    PIC X(42)    VALUE             SM3074.2
015400     "OFFICIAL COBOL COMPILER VALIDATION SYSTEM".                 SM3074.2
015500     02  FILLER                    PIC X(39)    VALUE SPACES.     SM3074.2
015600 01  CCVS-H-2A.                                                   SM3074.2
015700   02  FILLER                        PIC X(40)  VALUE SPACE.      SM3074.2
015800   02  FILLER                        PIC X(7)   VALUE "CCVS85 ".  SM3074.2
015900   02  FILLER                        PIC XXXX   VALUE             SM3074.2
016000     "4.2 ".                                                      SM3074.2
016100   02  FILLER                        PIC X(28)  VALUE             SM3074.2
016200            " COPY - NOT FOR DISTRIBUTION".                       SM3074.2
016300   02  FILLER                        PIC X(41)  VALUE SPACE.      SM3074.2
016400                                                                  SM3074.2
016500 01  CCVS-H-2B.                                                   SM3074.2
016600   02  FILLER                        PIC X(15)  VALUE             SM3074.2
016700            "TEST RESULT OF ".                                    SM3074.2
016800   02  TEST-ID                       PIC X(9).                    SM3074.2
016900   02  FILLER                        PIC X(4)   VALUE             SM3074.2
017000            " IN ".                                               SM3074.2
017100   02  FILLER                        PIC X(12)  VALUE             SM3074.2
017200     " HIGH       ".                                              SM3074.2
017300   02  FILLER                        PIC X(22)  VALUE             SM3074.2
017400            " LEVEL VALIDATION FOR ".                             SM3074.2
017500   02  FILLER                        PIC X(58)  VALUE             SM3074.2
017600     "ON-SITE VALIDATION, NATIONAL INSTITUTE OF STD & TECH.     ".SM3074.2
017700 01  CCVS-H-3.                                                    SM3074.2
017800     02  FILLER                      PIC X(34)  VALUE             SM3074.2
017900            " FOR OFFICIAL USE ONLY    ".                         SM3074.2
018000     02  FILLER                      PIC X(58)  VALUE             SM3074.2
018100     "COBOL 85 VERSION 4.2, Apr  1993 SSVG                      ".SM3074.2
018200     02  FILLER                      PIC X(28)  VALUE             SM3074.2
018300            "  COPYRIGHT   1985 ".                                SM3074.2
018400 01  CCVS-H-4.                                                    SM3074.2
018500     02  FILLER                      PIC X(15)  VALUE             SM3074.2
018600            "COMPILED DATE: ".                                    SM3074.2
018700     02  H4-BUILD-ID                 PIC X(16).                   SM3074.2
018800     02  FILLER                      PIC X(10)  VALUE             SM3074.2
018900            "  RUN ON: ".                                         SM3074.2
019000     02  H4-RUN-DATE                 PIC 9(8).                    SM3074.2
019100     02  FILLER                      PIC X(71)  VALUE SPACE.      SM3074.2
019200 01  CCVS-E-1.                                                    SM3074.2
019300     02 FILLER                       PIC X(52)  VALUE SPACE.      SM3074.2
019400     02 FILLER  PIC X(14) VALUE IS "END OF TEST-  ".              SM3074.2
019500     02 ID-AGAIN                     PIC X(9).                    SM3074.2
019600     02 FILLER                       PIC X(45)  VALUE SPACES.     SM3074.2
019700 01  CCVS-E-2.                                                    SM3074.2
019800     02  FILLER                      PIC X(31)  VALUE SPACE.      SM3074.2
019900     02  FILLER                      PIC X(21)  VALUE SPACE.      SM3074.2
020000     02 CCVS-E-2-2.                                               SM3074.2
020100         03 ERROR-TOTAL              PIC XXX    VALUE SPACE.      SM3074.2
020200         03 FILLER                   PIC X      VALUE SPACE.      SM3074.2
020300         03 ENDER-DESC               PIC X(44)  VALUE             SM3074.2
020400            "ERRORS ENCOUNTERED".                                 SM3074.2
020500 01  CCVS-E-3.                                                    SM3074.2
020600     02  FILLER                      PIC X(22)  VALUE             SM3074.2
020700            " FOR OFFICIAL USE ONLY".                             SM3074.2
020800     02  FILLER                      PIC X(12)  VALUE SPACE.      SM3074.2
020900     02  FILLER                      PIC X(58)  VALUE             SM3074.2
021000     "ON-SITE VALIDATION, NATIONAL INSTITUTE OF STD & TECH.     ".SM3074.2
021100     02  FILLER                      PIC X(13)  VALUE SPACE.      SM3074.2
021200     02 FILLER                       PIC X(15)  VALUE             SM3074.2
021300             " COPYRIGHT 1985".                                   SM3074.2
021400 01  CCVS-E-4.                                                    SM3074.2
021500     02 CCVS-E-4-1                   PIC XXX    VALUE SPACE.      SM3074.2
021600     02 FILLER                       PIC X(4)   VALUE " OF ".     SM3074.2
021700     02 CCVS-E-4-2                   PIC XXX    VALUE SPACE.      SM3074.2
021800     02 FILLER                       PIC X(40)  VALUE             SM3074.2
021900      "  TESTS WERE EXECUTED SUCCESSFULLY".                       SM3074.2
022000 01  XXINFO.                                                      SM3074.2
022100     02 FILLER                       PIC X(19)  VALUE             SM3074.2
022200            "*** INFORMATION ***".                                SM3074.2
022300     02 INFO-TEXT.                                                SM3074.2
022400       04 FILLER                     PIC X(8)   VALUE SPACE.      SM3074.2
022500       04 XXCOMPUTED                 PIC X(20).                   SM3074.2
022600       04 FILLER                     PIC X(5)   VALUE SPACE.      SM3074.2
022700       04 XXCORRECT                  PIC X(20).                   SM3074.2
022800     02 INF-ANSI-REFERENCE           PIC X(48).                   SM3074.2
022900 01  HYPHEN-LINE.                                                 SM3074.2
023000     02 FILLER  PIC IS X VALUE IS SPACE.                          SM3074.2
023100     02 FILLER  PIC IS X(65)    VALUE IS "************************SM3074.2
023200-    "*****************************************".                 SM3074.2
023300     02 FILLER  PIC IS X(54)    VALUE IS "************************SM3074.2
023400-    "******************************".                            SM3074.2
023500 01  CSV-HEADER-REC PICTURE X(200) VALUE                          SM3074.2
023600     "PGM-ID,FEATURE,FEATURE-CODE,PAR-NAME,                       SM3074.2
023700-    "P-OR-F,PASS,FAIL,DELETE,INSPECT".                           SM3074.2
023800 01  WS-SS-FILE-STATUS PICTURE XX VALUE SPACE.                    SM3074.2
023900 01  WS-NP-FILE-STATUS PIC XX VALUE SPACE.                        SM3074.2
024000 01  WS-FC-CNT PIC 9(3) VALUE ZERO.                               SM3074.2
024100 01  WS-BUILD-ID PIC X(16) VALUE SPACE.                           SM3074.2
024200 01  WS-RUN-DATE PIC 9(8) VALUE ZERO.                             SM3074.2
024300 01  WS-START-TIME PIC 9(8) VALUE ZERO.                           SM3074.2
024400 01  WS-END-TIME PIC 9(8) VALUE ZERO.                             SM3074.2
024500 01  WS-XCARD-FSTATUS PIC XX VALUE SPACE.                         SM3074.2
024600 01  WS-XCARD-EOF     PIC X  VALUE SPACE.                         SM3074.2
024700 01  WS-XCARD-CODE    PIC X(3).                                   SM3074.2
024800 01  WS-XCARD-VALUE   PIC X(8).                                   SM3074.2
024900     COPY     CCVSSED.                                            SM3074.2
025000 01  CCVS-PGM-ID                     PIC X(9)   VALUE             SM3074.2
025100     "SM307A".                                                    SM3074.2
025200 PROCEDURE DIVISION.                                              SM3074.2
025300 CCVS1 SECTION.                                                   SM3074.2
025400 OPEN-FILES.                                                      SM3074.2
025400     CALL     "CCVSHBT" USING CCVS-PGM-ID                         SM3074.2
025400              BY CONTENT "OPEN ".                                 SM3074.2
025500     PERFORM  LOAD-X-CARD-PARMS.                                  SM3074.2
025600     OPEN     OUTPUT PRINT-FILE.                                  SM3074.2
025700     OPEN     EXTEND SUITE-SUMMARY-FILE.                          SM3074.2
025800     IF       WS-SS-FILE-STATUS = "35"                            SM3074.2
025900              OPEN OUTPUT SUITE-SUMMARY-FILE                      SM3074.2
026000     END-IF.                                                      SM3074.2
026100     OPEN     EXTEND NEGATIVE-PATH-FILE.                          SM3074.2
026200     IF       WS-NP-FILE-STATUS = "35"                            SM3074.2
026300              OPEN OUTPUT NEGATIVE-PATH-FILE                      SM3074.2
026400     END-IF.                                                      SM3074.2
026500     MOVE WHEN-COMPILED TO WS-BUILD-ID.                           SM3074.2
026600     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.                       SM3074.2
026700     ACCEPT WS-START-TIME FROM TIME.                              SM3074.2
026800     MOVE WS-BUILD-ID TO H4-BUILD-ID.                             SM3074.2
026900     MOVE WS-RUN-DATE TO H4-RUN-DATE.                             SM3074.2
027000     OPEN     OUTPUT CSV-RESULTS-FILE.                            SM3074.2
027100     WRITE    CSV-RESULTS-REC FROM CSV-HEADER-REC.                SM3074.2
027200     MOVE CCVS-PGM-ID TO TEST-ID. MOVE CCVS-PGM-ID TO ID-AGAIN.   SM3074.2
027300     MOVE    SPACE TO TEST-RESULTS.                               SM3074.2
027400     PERFORM  HEAD-ROUTINE THRU COLUMN-NAMES-ROUTINE.             SM3074.2
027500     GO TO CCVS1-EXIT.                                            SM3074.2
027600 CLOSE-FILES.                                                     SM3074.2
027600     CALL     "CCVSHBT" USING CCVS-PGM-ID                         SM3074.2
027600              BY CONTENT "CLOSE".                                 SM3074.2
027700     ACCEPT WS-END-TIME FROM TIME.                                SM3074.2
027800     PERFORM END-ROUTINE THRU END-ROUTINE-13. CLOSE PRINT-FILE.   SM3074.2
027900     CLOSE    SUITE-SUMMARY-FILE.                                 SM3074.2
028000     CLOSE    NEGATIVE-PATH-FILE.                                 SM3074.2
028100     CLOSE    CSV-RESULTS-FILE.                                   SM3074.2
028200 TERMINATE-CCVS.                                                  SM3074.2
028300*S   EXIT PROGRAM.                                                SM3074.2
028400*SERMINATE-CALL.                                                  SM3074.2
028500     EVALUATE TRUE                                                SM3074.2
028600         WHEN ERROR-COUNTER NOT EQUAL TO ZERO                     SM3074.2
028700             MOVE 16 TO RETURN-CODE                               SM3074.2
028800         WHEN DELETE-COUNTER NOT EQUAL TO ZERO                    SM3074.2
028900             MOVE 8 TO RETURN-CODE                                SM3074.2
029000         WHEN INSPECT-COUNTER NOT EQUAL TO ZERO                   SM3074.2
029100             MOVE 4 TO RETURN-CODE                                SM3074.2
029200         WHEN OTHER                                               SM3074.2
029300             MOVE 0 TO RETURN-CODE                                SM3074.2
029400     END-EVALUATE.                                                SM3074.2
029500     STOP     RUN.                                                SM3074.2
029600 EXTRACT-ANSI-CLAUSE-NUM.                                         SM3074.2
029700     MOVE     SPACES TO ANSI-CLAUSE-NUM.                          SM3074.2
029800     MOVE     1 TO WS-ANSI-IDX.                                   SM3074.2
029900     PERFORM  UNTIL WS-ANSI-IDX > 48                              SM3074.2
030000         OR ANSI-REFERENCE (WS-ANSI-IDX:1) = SPACE                SM3074.2
030100         OR ANSI-REFERENCE (WS-ANSI-IDX:1) = ";"                  SM3074.2
030200         ADD 1 TO WS-ANSI-IDX                                     SM3074.2
030300     END-PERFORM.                                                 SM3074.2
030400     SUBTRACT 1 FROM WS-ANSI-IDX GIVING WS-ANSI-LEN.              SM3074.2
030500     IF       WS-ANSI-LEN > 0                                     SM3074.2
030600              MOVE ANSI-REFERENCE (1:WS-ANSI-LEN)                 SM3074.2
030700                      TO ANSI-CLAUSE-NUM                          SM3074.2
030800     END-IF.                                                      SM3074.2
030900 LOAD-X-CARD-PARMS.                                               SM3074.2
031000     OPEN     INPUT XCARD-PARM-FILE.                              SM3074.2
031100     IF       WS-XCARD-FSTATUS NOT = "35"                         SM3074.2
031200              PERFORM READ-XCARD-PARM-LINE                        SM3074.2
031300              PERFORM APPLY-XCARD-PARM-LINE                       SM3074.2
031400                      UNTIL WS-XCARD-EOF = "Y"                    SM3074.2
031500              CLOSE XCARD-PARM-FILE                               SM3074.2
031600     END-IF.                                                      SM3074.2
031700     MOVE     SPACE TO DUMMY-RECORD.                              SM3074.2
031700     STRING   "RANDOM SEED: " DELIMITED BY SIZE                   SM3074.2
031700              WS-RANDOM-SEED DELIMITED BY SIZE                    SM3074.2
031700              INTO DUMMY-RECORD.                                  SM3074.2
031700     CALL     "CCVSLOG" USING CCVS-PGM-ID                         SM3074.2
031700              DUMMY-RECORD.                                       SM3074.2
031700     MOVE     SPACE TO DUMMY-RECORD.                              SM3074.2
031800 READ-XCARD-PARM-LINE.                                            SM3074.2
031900     READ     XCARD-PARM-FILE INTO XCARD-PARM-REC                 SM3074.2
032000              AT END MOVE "Y" TO WS-XCARD-EOF.                    SM3074.2
032100 APPLY-XCARD-PARM-LINE.                                           SM3074.2
032200     UNSTRING XCARD-PARM-REC DELIMITED BY "="                     SM3074.2
032300              INTO WS-XCARD-CODE WS-XCARD-VALUE.                  SM3074.2
032400     EVALUATE WS-XCARD-CODE                                       SM3074.2
032500     WHEN "095" MOVE WS-XCARD-VALUE(1:3)                          SM3074.2
032600         TO WS-PAGE-LINES-ALPHA                                   SM3074.2
032700 WHEN "999" MOVE WS-XCARD-VALUE TO WS-RANDOM-SEED                 SM3074.2
032800         WHEN OTHER CONTINUE                                      SM3074.2
032900     END-EVALUATE.                                                SM3074.2
033000     PERFORM  READ-XCARD-PARM-LINE.                               SM3074.2
033100 INSPT. MOVE "INSPT" TO P-OR-F. ADD 1 TO INSPECT-COUNTER.         SM3074.2
033200 PASS.  MOVE "PASS " TO P-OR-F.  ADD 1 TO PASS-COUNTER.           SM3074.2
033300 FAIL.  MOVE "FAIL*" TO P-OR-F.  ADD 1 TO ERROR-COUNTER.          SM3074.2
033400 DE-LETE.  MOVE "*****" TO P-OR-F.  ADD 1 TO DELETE-COUNTER.      SM3074.2
033500     MOVE "****TEST DELETED****" TO RE-MARK.                      SM3074.2
033600 PRINT-DETAIL.                                                    SM3074.2
033700     IF REC-CT NOT EQUAL TO ZERO                                  SM3074.2
033800             MOVE "." TO PARDOT-X                                 SM3074.2
033900             MOVE REC-CT TO DOTVALUE.                             SM3074.2
034000     MOVE     TEST-RESULTS TO PRINT-REC. PERFORM WRITE-LINE.      SM3074.2
034100     PERFORM WRITE-CSV-LINE.                                      SM3074.2
034200     IF P-OR-F EQUAL TO "FAIL*"  PERFORM WRITE-LINE               SM3074.2
034300        PERFORM FAIL-ROUTINE THRU FAIL-ROUTINE-EX                 SM3074.2
034400          ELSE PERFORM BAIL-OUT THRU BAIL-OUT-EX.                 SM3074.2
034500     MOVE SPACE TO P-OR-F. MOVE SPACE TO COMPUTED-X.              SM3074.2
034600     MOVE SPACE TO CORRECT-X.                                     SM3074.2
034700     IF     REC-CT EQUAL TO ZERO  MOVE SPACE TO PAR-NAME.         SM3074.2
034800     MOVE     SPACE TO RE-MARK.                                   SM3074.2
034900 HEAD-ROUTINE.                                                    SM3074.2
035000     MOVE CCVS-H-1  TO DUMMY-RECORD. PERFORM WRITE-LINE 2 TIMES.  SM3074.2
035100     MOVE CCVS-H-2A TO DUMMY-RECORD. PERFORM WRITE-LINE 2 TIMES.  SM3074.2
035200     MOVE CCVS-H-2B TO DUMMY-RECORD. PERFORM WRITE-LINE 3 TIMES.  SM3074.2
035300     MOVE CCVS-H-3  TO DUMMY-RECORD. PERFORM WRITE-LINE 3 TIMES.  SM3074.2
035400     MOVE CCVS-H-4 TO DUMMY-RECORD. PERFORM WRITE-LINE.           SM3074.2
035500 COLUMN-NAMES-ROUTINE.                                            SM3074.2
035600     MOVE CCVS-C-1 TO DUMMY-RECORD. PERFORM WRITE-LINE.           SM3074.2
035700     MOVE CCVS-C-2 TO DUMMY-RECORD. PERFORM WRITE-LINE 2 TIMES.   SM3074.2
035800     MOVE HYPHEN-LINE TO DUMMY-RECORD. PERFORM WRITE-LINE.        SM3074.2
035900 END-ROUTINE.                                                     SM3074.2
036000     MOVE HYPHEN-LINE TO DUMMY-RECORD. PERFORM WRITE-LINE 5 TIMES.SM3074.2
036100 END-RTN-EXIT.                                                    SM3074.2
036200     MOVE CCVS-E-1 TO DUMMY-RECORD. PERFORM WRITE-LINE 2 TIMES.   SM3074.2
036300 END-ROUTINE-1.                                                   SM3074.2
036400      ADD ERROR-COUNTER TO ERROR-HOLD ADD INSPECT-COUNTER TO      SM3074.2
036500      ERROR-HOLD. ADD DELETE-COUNTER TO ERROR-HOLD.               SM3074.2
036600      ADD PASS-COUNTER TO ERROR-HOLD.                             SM3074.2
036700     MOVE SPACE TO SUITE-SUMMARY-REC.                             SM3074.2
036800     STRING CCVS-PGM-ID     DELIMITED BY SPACE ","                SM3074.2
036900            WS-BUILD-ID      DELIMITED BY SIZE  ","               SM3074.2
037000            WS-RUN-DATE      DELIMITED BY SIZE  ","               SM3074.2
037100            WS-START-TIME    DELIMITED BY SIZE  ","               SM3074.2
037200            WS-END-TIME      DELIMITED BY SIZE  ","               SM3074.2
037300            PASS-COUNTER    DELIMITED BY SIZE  ","                SM3074.2
037400            ERROR-COUNTER   DELIMITED BY SIZE  ","                SM3074.2
037500            DELETE-COUNTER DELIMITED BY SIZE  ","                 SM3074.2
037600            INSPECT-COUNTER DELIMITED BY SIZE                     SM3074.2
037700            INTO SUITE-SUMMARY-REC.                               SM3074.2
037800     WRITE SUITE-SUMMARY-REC.                                     SM3074.2
037900*     IF PASS-COUNTER EQUAL TO ERROR-HOLD GO TO END-ROUTINE-12.   SM3074.2
038000      MOVE PASS-COUNTER TO CCVS-E-4-1.                            SM3074.2
038100      MOVE ERROR-HOLD TO CCVS-E-4-2.                              SM3074.2
038200      MOVE CCVS-E-4 TO CCVS-E-2-2.                                SM3074.2
038300      MOVE CCVS-E-2 TO DUMMY-RECORD PERFORM WRITE-LINE.           SM3074.2
038400  END-ROUTINE-12.                                                 SM3074.2
038500      MOVE "TEST(S) FAILED" TO ENDER-DESC.                        SM3074.2
038600     IF       ERROR-COUNTER IS EQUAL TO ZERO                      SM3074.2
038700         MOVE "NO " TO ERROR-TOTAL                                SM3074.2
038800         ELSE                                                     SM3074.2
038900         MOVE ERROR-COUNTER TO ERROR-TOTAL.                       SM3074.2
039000     MOVE     CCVS-E-2 TO DUMMY-RECORD.                           SM3074.2
039100     PERFORM WRITE-LINE.                                          SM3074.2
039200 END-ROUTINE-13.                                                  SM3074.2
039300     IF DELETE-COUNTER IS EQUAL TO ZERO                           SM3074.2
039400         MOVE "NO " TO ERROR-TOTAL  ELSE                          SM3074.2
039500         MOVE DELETE-COUNTER TO ERROR-TOTAL.                      SM3074.2
039600     MOVE "TEST(S) DELETED     " TO ENDER-DESC.                   SM3074.2
039700     MOVE CCVS-E-2 TO DUMMY-RECORD. PERFORM WRITE-LINE.           SM3074.2
039800      IF   INSPECT-COUNTER EQUAL TO ZERO                          SM3074.2
039900          MOVE "NO " TO ERROR-TOTAL                               SM3074.2
040000      ELSE MOVE INSPECT-COUNTER TO ERROR-TOTAL.                   SM3074.2
040100      MOVE "TEST(S) REQUIRE INSPECTION" TO ENDER-DESC.            SM3074.2
040200      MOVE CCVS-E-2 TO DUMMY-RECORD. PERFORM WRITE-LINE.          SM3074.2
040300     MOVE CCVS-E-3 TO DUMMY-RECORD. PERFORM WRITE-LINE.           SM3074.2
040400 WRITE-LINE.                                                      SM3074.2
040500     ADD 1 TO RECORD-COUNT.                                       SM3074.2
040600     IF RECORD-COUNT GREATER WS-PAGE-LINES                        SM3074.2
040700         MOVE DUMMY-RECORD TO DUMMY-HOLD                          SM3074.2
040800         MOVE SPACE TO DUMMY-RECORD                               SM3074.2
040900         WRITE DUMMY-RECORD AFTER ADVANCING 1 LINES               SM3074.2
041000         MOVE CCVS-H-1  TO DUMMY-RECORD PERFORM WRT-LN 2 TIMES    SM3074.2
041100         MOVE CCVS-H-2A TO DUMMY-RECORD PERFORM WRT-LN 2 TIMES    SM3074.2
041200         MOVE CCVS-H-2B TO DUMMY-RECORD PERFORM WRT-LN 3 TIMES    SM3074.2
041300         MOVE CCVS-H-3  TO DUMMY-RECORD PERFORM WRT-LN 3 TIMES    SM3074.2
041400         MOVE CCVS-H-4 TO DUMMY-RECORD PERFORM WRT-LN             SM3074.2
041500         MOVE CCVS-C-1  TO DUMMY-RECORD PERFORM WRT-LN            SM3074.2
041600         MOVE CCVS-C-2  TO DUMMY-RECORD PERFORM WRT-LN            SM3074.2
041700         MOVE HYPHEN-LINE TO DUMMY-RECORD PERFORM WRT-LN          SM3074.2
041800         MOVE DUMMY-HOLD TO DUMMY-RECORD                          SM3074.2
041900         MOVE ZERO TO RECORD-COUNT.                               SM3074.2
042000     PERFORM WRT-LN.                                              SM3074.2
042100 WRT-LN.                                                          SM3074.2
042200     WRITE    DUMMY-RECORD AFTER ADVANCING 1 LINES.               SM3074.2
042300     MOVE SPACE TO DUMMY-RECORD.                                  SM3074.2
042400 DERIVE-FEATURE-CODE.                                             SM3074.2
042500         MOVE SPACES TO FEATURE-CODE.                             SM3074.2
042600         MOVE ZERO TO WS-FC-CNT.                                  SM3074.2
042700         INSPECT FEATURE TALLYING WS-FC-CNT                       SM3074.2
042800             FOR ALL "UNSTRING".                                  SM3074.2
042900         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                SM3074.2
043000             MOVE "UNSTRING" TO FEATURE-CODE.                     SM3074.2
043100         MOVE ZERO TO WS-FC-CNT.                                  SM3074.2
043200         INSPECT FEATURE TALLYING WS-FC-CNT                       SM3074.2
043300             FOR ALL "REWRITE".                                   SM3074.2
043400         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                SM3074.2
043500             MOVE "REWRITE" TO FEATURE-CODE.                      SM3074.2
043600         MOVE ZERO TO WS-FC-CNT.                                  SM3074.2
043700         INSPECT FEATURE TALLYING WS-FC-CNT                       SM3074.2
043800             FOR ALL "SORT".                                      SM3074.2
043900         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                SM3074.2
044000             MOVE "SORT" TO FEATURE-CODE.                         SM3074.2
044100         MOVE ZERO TO WS-FC-CNT.                                  SM3074.2
044200         INSPECT FEATURE TALLYING WS-FC-CNT                       SM3074.2
044300             FOR ALL "MERGE".                                     SM3074.2
044400         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                SM3074.2
044500             MOVE "MERGE" TO FEATURE-CODE.                        SM3074.2
044600         MOVE ZERO TO WS-FC-CNT.                                  SM3074.2
044700         INSPECT FEATURE TALLYING WS-FC-CNT                       SM3074.2
044800             FOR ALL "WRITE".                                     SM3074.2
044900         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                SM3074.2
045000             MOVE "WRITE" TO FEATURE-CODE.                        SM3074.2
045100         MOVE ZERO TO WS-FC-CNT.                                  SM3074.2
045200         INSPECT FEATURE TALLYING WS-FC-CNT                       SM3074.2
045300             FOR ALL "DELETE".                                    SM3074.2
045400         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                SM3074.2
045500             MOVE "DELETE" TO FEATURE-CODE.                       SM3074.2
045600         MOVE ZERO TO WS-FC-CNT.                                  SM3074.2
045700         INSPECT FEATURE TALLYING WS-FC-CNT                       SM3074.2
045800             FOR ALL "READ".                                      SM3074.2
045900         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                SM3074.2
046000             MOVE "READ" TO FEATURE-CODE.                         SM3074.2
046100         MOVE ZERO TO WS-FC-CNT.                                  SM3074.2
046200         INSPECT FEATURE TALLYING WS-FC-CNT                       SM3074.2
046300             FOR ALL "OPEN".                                      SM3074.2
046400         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                SM3074.2
046500             MOVE "OPEN" TO FEATURE-CODE.                         SM3074.2
046600         MOVE ZERO TO WS-FC-CNT.                                  SM3074.2
046700         INSPECT FEATURE TALLYING WS-FC-CNT                       SM3074.2
046800             FOR ALL "CLOSE".                                     SM3074.2
046900         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                SM3074.2
047000             MOVE "CLOSE" TO FEATURE-CODE.                        SM3074.2
047100         MOVE ZERO TO WS-FC-CNT.                                  SM3074.2
047200         INSPECT FEATURE TALLYING WS-FC-CNT                       SM3074.2
047300             FOR ALL "START".                                     SM3074.2
047400         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                SM3074.2
047500             MOVE "START" TO FEATURE-CODE.                        SM3074.2
047600         MOVE ZERO TO WS-FC-CNT.                                  SM3074.2
047700         INSPECT FEATURE TALLYING WS-FC-CNT                       SM3074.2
047800             FOR ALL "CALL".                                      SM3074.2
047900         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                SM3074.2
048000             MOVE "CALL" TO FEATURE-CODE.                         SM3074.2
048100         MOVE ZERO TO WS-FC-CNT.                                  SM3074.2
048200         INSPECT FEATURE TALLYING WS-FC-CNT                       SM3074.2
048300             FOR ALL "STRING".                                    SM3074.2
048400         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                SM3074.2
048500             MOVE "STRING" TO FEATURE-CODE.                       SM3074.2
048600         MOVE ZERO TO WS-FC-CNT.                                  SM3074.2
048700         INSPECT FEATURE TALLYING WS-FC-CNT                       SM3074.2
048800             FOR ALL "INSPECT".                                   SM3074.2
048900         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                SM3074.2
049000             MOVE "INSPECT" TO FEATURE-CODE.                      SM3074.2
049100         MOVE ZERO TO WS-FC-CNT.                                  SM3074.2
049200         INSPECT FEATURE TALLYING WS-FC-CNT                       SM3074.2
049300             FOR ALL "COPY".                                      SM3074.2
049400         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                SM3074.2
049500             MOVE "COPY" TO FEATURE-CODE.                         SM3074.2
049600         MOVE ZERO TO WS-FC-CNT.                                  SM3074.2
049700         INSPECT FEATURE TALLYING WS-FC-CNT                       SM3074.2
049800             FOR ALL "SEG".                                       SM3074.2
049900         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                SM3074.2
050000             MOVE "SEGMENT" TO FEATURE-CODE.                      SM3074.2
050100         MOVE ZERO TO WS-FC-CNT.                                  SM3074.2
050200         INSPECT FEATURE TALLYING WS-FC-CNT                       SM3074.2
050300             FOR ALL "KEY".                                       SM3074.2
050400         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                SM3074.2
050500             MOVE "KEY" TO FEATURE-CODE.                          SM3074.2
050600         MOVE ZERO TO WS-FC-CNT.                                  SM3074.2
050700         INSPECT FEATURE TALLYING WS-FC-CNT                       SM3074.2
050800             FOR ALL "COMPARE".                                   SM3074.2
050900         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                SM3074.2
051000             MOVE "COMPARE" TO FEATURE-CODE.                      SM3074.2
051100         MOVE ZERO TO WS-FC-CNT.                                  SM3074.2
051200         INSPECT FEATURE TALLYING WS-FC-CNT                       SM3074.2
051300             FOR ALL "CONDITION".                                 SM3074.2
051400         IF FEATURE-CODE = SPACE AND WS-FC-CNT > 0                SM3074.2
051500             MOVE "COND" TO FEATURE-CODE.                         SM3074.2
051600         IF FEATURE-CODE = SPACE                                  SM3074.2
051700             MOVE "OTHER" TO FEATURE-CODE.                        SM3074.2
051800 WRITE-NEGATIVE-PATH-LINE.                                        SM3074.2
051900     MOVE SPACE TO NEGATIVE-PATH-REC.                             SM3074.2
052000     STRING CCVS-PGM-ID     DELIMITED BY SPACE ","                SM3074.2
052100            FEATURE         DELIMITED BY SIZE  ","                SM3074.2
052200            FEATURE-CODE    DELIMITED BY SPACE ","                SM3074.2
052300            PAR-NAME        DELIMITED BY SIZE  ","                SM3074.2
052400            P-OR-F          DELIMITED BY SPACE                    SM3074.2
052500            INTO NEGATIVE-PATH-REC.                               SM3074.2
052600     WRITE NEGATIVE-PATH-REC.                                     SM3074.2
052700 WRITE-CSV-LINE.                                                  SM3074.2
052800     PERFORM DERIVE-FEATURE-CODE.                                 SM3074.2
052900     MOVE SPACE TO CSV-RESULTS-REC.                               SM3074.2
053000     STRING CCVS-PGM-ID     DELIMITED BY SPACE ","                SM3074.2
053100            FEATURE         DELIMITED BY SIZE  ","                SM3074.2
053200            FEATURE-CODE    DELIMITED BY SPACE ","                SM3074.2
053300            PAR-NAME        DELIMITED BY SIZE  ","                SM3074.2
053400            P-OR-F          DELIMITED BY SPACE ","                SM3074.2
053500            PASS-COUNTER    DELIMITED BY SIZE  ","                SM3074.2
053600            ERROR-COUNTER   DELIMITED BY SIZE  ","                SM3074.2
053700            DELETE-COUNTER DELIMITED BY SIZE  ","                 SM3074.2
053800            INSPECT-COUNTER DELIMITED BY SIZE                     SM3074.2
053900            INTO CSV-RESULTS-REC.                                 SM3074.2
054000     WRITE CSV-RESULTS-REC.                                       SM3074.2
054100     IF P-OR-F = "*****" OR P-OR-F = "INSPT"                      SM3074.2
054200         PERFORM WRITE-NEGATIVE-PATH-LINE.                        SM3074.2
054300 BLANK-LINE-PRINT.                                                SM3074.2
054400     PERFORM WRT-LN.                                              SM3074.2
054500 FAIL-ROUTINE.                                                    SM3074.2
054600     PERFORM  EXTRACT-ANSI-CLAUSE-NUM.                            SM3074.2
054700     IF     COMPUTED-X NOT EQUAL TO SPACE                         SM3074.2
054800            GO TO   FAIL-ROUTINE-WRITE.                           SM3074.2
054900     IF     CORRECT-X NOT EQUAL TO SPACE GO TO FAIL-ROUTINE-WRITE.SM3074.2
055000     MOVE   ANSI-REFERENCE TO INF-ANSI-REFERENCE.                 SM3074.2
055100     MOVE  "NO FURTHER INFORMATION, SEE PROGRAM." TO INFO-TEXT.   SM3074.2
055200     MOVE   XXINFO TO DUMMY-RECORD. PERFORM WRITE-LINE 2 TIMES.   SM3074.2
055300     MOVE   SPACES TO INF-ANSI-REFERENCE.                         SM3074.2
055400     GO TO  FAIL-ROUTINE-EX.                                      SM3074.2
055500 FAIL-ROUTINE-WRITE.                                              SM3074.2
055600     MOVE   TEST-COMPUTED TO PRINT-REC PERFORM WRITE-LINE         SM3074.2
055700     MOVE   ANSI-REFERENCE TO COR-ANSI-REFERENCE.                 SM3074.2
055800     MOVE   TEST-CORRECT TO PRINT-REC PERFORM WRITE-LINE 2 TIMES. SM3074.2
055900     MOVE   SPACES TO COR-ANSI-REFERENCE.                         SM3074.2
056000 FAIL-ROUTINE-EX. EXIT.                                           SM3074.2
056100 BAIL-OUT.                                                        SM3074.2
056200     IF     COMPUTED-A NOT EQUAL TO SPACE GO TO BAIL-OUT-WRITE.   SM3074.2
056300     IF     CORRECT-A EQUAL TO SPACE GO TO BAIL-OUT-EX.           SM3074.2
056400 BAIL-OUT-WRITE.                                                  SM3074.2
056500     MOVE CORRECT-A TO XXCORRECT. MOVE COMPUTED-A TO XXCOMPUTED.  SM3074.2
056600     MOVE   ANSI-REFERENCE TO INF-ANSI-REFERENCE.                 SM3074.2
056700     MOVE   XXINFO TO DUMMY-RECORD. PERFORM WRITE-LINE 2 TIMES.   SM3074.2
056800     MOVE   SPACES TO INF-ANSI-REFERENCE.                         SM3074.2
056900 BAIL-OUT-EX. EXIT.                                               SM3074.2
057000 CCVS1-EXIT.                                                      SM3074.2
057100     EXIT.                                                        SM3074.2
057200 SECT-SM307A-001 SECTION.                                         SM3074.2
057300 NST-INIT-307-1.                                                  SM3074.2
057400     MOVE     "NESTED COPY" TO FEATURE.                           SM3074.2
057500     MOVE     "IV-38 D.2 COPY GR5" TO ANSI-REFERENCE.             SM3074.2
057600 NST-TEST-307-1.                                                  SM3074.2
057700*    THE OUTER REPLACING CHANGED THE OUTER MEMBER'S LITERAL       SM3074.2
057800*    AND LEFT ITS NEIGHBORING FIELD UNTOUCHED.                    SM3074.2
057900     MOVE     "NST-TEST-307-1" TO PAR-NAME.                       SM3074.2
058000     IF       NSE-OUTER-ITEM EQUAL TO "OUTRPL"                    SM3074.2
058100              AND NSE-OUTER-NUM = 1111                            SM3074.2
058200              PERFORM PASS                                        SM3074.2
058300              GO TO NST-WRITE-307-1.                              SM3074.2
058400     MOVE     NSE-OUTER-ITEM TO COMPUTED-A.                       SM3074.2
058500     MOVE     "OUTRPL" TO CORRECT-A.                              SM3074.2
058600     MOVE     "OUTER REPLACING MISSED THE OUTER MEMBER"           SM3074.2
058700              TO RE-MARK.                                         SM3074.2
058800     PERFORM  FAIL.                                               SM3074.2
058900 NST-WRITE-307-1.                                                 SM3074.2
059000     PERFORM  PRINT-DETAIL.                                       SM3074.2
059100 NST-TEST-307-2.                                                  SM3074.2
059200*    THE INNER MEMBER'S TEXT LANDED WHERE ITS COPY STATEMENT      SM3074.2
059300*    STOOD: BETWEEN THE OUTER ITEMS AND THE TRAILER.              SM3074.2
059400     MOVE     "NST-TEST-307-2" TO PAR-NAME.                       SM3074.2
059500     IF       NSE-GROUP (11:6) = "INNERA"                         SM3074.2
059600              AND NSE-GROUP (21:4) = "TAIL"                       SM3074.2
059700              AND NSF-INNER-ITEM = "INNERA"                       SM3074.2
059800              PERFORM PASS                                        SM3074.2
059900              GO TO NST-WRITE-307-2.                              SM3074.2
060000     MOVE     NSE-GROUP (11:14) TO COMPUTED-A.                    SM3074.2
060100     MOVE     "INNERA2929TAIL" TO CORRECT-A.                      SM3074.2
060200     MOVE     "NESTED MEMBER MISSING OR OUT OF PLACE" TO RE-MARK. SM3074.2
060300     PERFORM  FAIL.                                               SM3074.2
060400 NST-WRITE-307-2.                                                 SM3074.2
060500     PERFORM  PRINT-DETAIL.                                       SM3074.2
060600 NST-TEST-307-3.                                                  SM3074.2
060700*    THE OUTER COPY'S REPLACING PHRASE REACHED THE LITERAL IN     SM3074.2
060800*    THE NESTED MEMBER: 2222 BECAME 2929.                         SM3074.2
060900     MOVE     "NST-TEST-307-3" TO PAR-NAME.                       SM3074.2
061000     IF       NSF-INNER-NUM EQUAL TO 2929                         SM3074.2
061100              PERFORM PASS                                        SM3074.2
061200              GO TO NST-WRITE-307-3.                              SM3074.2
061300     MOVE     NSF-INNER-NUM TO COMPUTED-18V0.                     SM3074.2
061400     MOVE     2929 TO CORRECT-18V0.                               SM3074.2
061500     MOVE     "OUTER REPLACING MISSED THE NESTED MEMBER"          SM3074.2
061600              TO RE-MARK.                                         SM3074.2
061700     PERFORM  FAIL.                                               SM3074.2
061800 NST-WRITE-307-3.                                                 SM3074.2
061900     PERFORM  PRINT-DETAIL.                                       SM3074.2
062000 NST-TEST-307-4.                                                  SM3074.2
062100*    THE WHOLE GROUP, BOTH MEMBERS, IN ONE COMPARISON.            SM3074.2
062200     MOVE     "NST-TEST-307-4" TO PAR-NAME.                       SM3074.2
062300     IF       NSE-GROUP EQUAL TO "OUTRPL1111INNERA2929TAIL"       SM3074.2
062400              PERFORM PASS                                        SM3074.2
062500              GO TO NST-WRITE-307-4.                              SM3074.2
062600     IF       NSE-GROUP (1:20) NOT = "OUTRPL1111INNERA2929"       SM3074.2
062610              MOVE NSE-GROUP (1:20) TO COMPUTED-A                 SM3074.2
062620              MOVE "OUTRPL1111INNERA2929" TO CORRECT-A            SM3074.2
062630     ELSE                                                         SM3074.2
062640              MOVE NSE-GROUP (21:4) TO COMPUTED-A                 SM3074.2
062650              MOVE "TAIL" TO CORRECT-A.                           SM3074.2
062800     MOVE     "NESTED COPY GROUP CONTENTS WRONG" TO RE-MARK.      SM3074.2
062900     PERFORM  FAIL.                                               SM3074.2
063000 NST-WRITE-307-4.                                                 SM3074.2
063100     PERFORM  PRINT-DETAIL.                                       SM3074.2
063200 NST-INIT-307-5.                                                  SM3074.2
063300     MOVE     "COPY OF LIBRARY" TO FEATURE.                       SM3074.2
063400     MOVE     "IV-37 D.2 COPY GR2" TO ANSI-REFERENCE.             SM3074.2
063500 NST-TEST-307-5.                                                  SM3074.2
063600*    COPY K3SMG OF K3LIBA TOOK LIBRARY K3LIBA'S MEMBER.           SM3074.2
063700     MOVE     "NST-TEST-307-5" TO PAR-NAME.                       SM3074.2
063800     IF       NSG-LIBRARY OF NSG-FROM-A EQUAL TO "K3LIBA"         SM3074.2
063900              AND NSG-NUM OF NSG-FROM-A = 3101                    SM3074.2
064000              PERFORM PASS                                        SM3074.2
064100              GO TO NST-WRITE-307-5.                              SM3074.2
064200     MOVE     NSG-FROM-A TO COMPUTED-A.                           SM3074.2
064300     MOVE     "K3LIBA3101" TO CORRECT-A.                          SM3074.2
064400     MOVE     "COPY ... OF K3LIBA COMPILED THE WRONG MEMBER"      SM3074.2
064500              TO RE-MARK.                                         SM3074.2
064600     PERFORM  FAIL.                                               SM3074.2
064700 NST-WRITE-307-5.                                                 SM3074.2
064800     PERFORM  PRINT-DETAIL.                                       SM3074.2
064900 NST-INIT-307-6.                                                  SM3074.2
065000     MOVE     "COPY IN LIBRARY" TO FEATURE.                       SM3074.2
065100 NST-TEST-307-6.                                                  SM3074.2
065200*    COPY K3SMG IN K3LIBB TOOK LIBRARY K3LIBB'S MEMBER.           SM3074.2
065300     MOVE     "NST-TEST-307-6" TO PAR-NAME.                       SM3074.2
065400     IF       NSG-LIBRARY OF NSG-FROM-B EQUAL TO "K3LIBB"         SM3074.2
065500              AND NSG-NUM OF NSG-FROM-B = 3202                    SM3074.2
065600              PERFORM PASS                                        SM3074.2
065700              GO TO NST-WRITE-307-6.                              SM3074.2
065800     MOVE     NSG-FROM-B TO COMPUTED-A.                           SM3074.2
065900     MOVE     "K3LIBB3202" TO CORRECT-A.                          SM3074.2
066000     MOVE     "COPY ... IN K3LIBB COMPILED THE WRONG MEMBER"      SM3074.2
066100              TO RE-MARK.                                         SM3074.2
066200     PERFORM  FAIL.                                               SM3074.2
066300 NST-WRITE-307-6.                                                 SM3074.2
066400     PERFORM  PRINT-DETAIL.                                       SM3074.2
066500 NST-TEST-307-7.                                                  SM3074.2
066600*    THE TWO SAME-NAMED MEMBERS ARE DISTINCT TEXT: NEITHER        SM3074.2
066700*    LIBRARY WAS SUBSTITUTED FOR THE OTHER.                       SM3074.2
066800     MOVE     "NST-TEST-307-7" TO PAR-NAME.                       SM3074.2
066900     IF       NSG-FROM-A NOT EQUAL TO NSG-FROM-B                  SM3074.2
067000              PERFORM PASS                                        SM3074.2
067100              GO TO NST-WRITE-307-7.                              SM3074.2
067200     MOVE     NSG-FROM-B TO COMPUTED-A.                           SM3074.2
067300     MOVE     NSG-FROM-A TO CORRECT-A.                            SM3074.2
067400     MOVE     "BOTH LIBRARIES SUPPLIED THE SAME MEMBER"           SM3074.2
067500              TO RE-MARK.                                         SM3074.2
067600     PERFORM  FAIL.                                               SM3074.2
067700 NST-WRITE-307-7.                                                 SM3074.2
067800     PERFORM  PRINT-DETAIL.                                       SM3074.2
067900     GO       TO CCVS-999999.                                     SM3074.2
068000 CCVS-EXIT SECTION.                                               SM3074.2
068100 CCVS-999999.                                                     SM3074.2
068200     GO TO CLOSE-FILES.                                           SM3074.2
