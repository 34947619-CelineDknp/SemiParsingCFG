000100 IDENTIFICATION DIVISION.                                         CVSMRJ.2
000200 PROGRAM-ID.                                                      CVSMRJ.2
000300     CCVSMRJ.                                                     CVSMRJ.2
000400****************************************************************  CVSMRJ.2
000500*                                                              *  CVSMRJ.2
000600*    MUST-REJECT RUNNER.                                       *  CVSMRJ.2
000700*                                                              *  CVSMRJ.2
000800*    EVERY MODULE OF THE SUITE PROVES THE COMPILER ACCEPTS     *  CVSMRJ.2
000900*    CONFORMING SOURCE; THE XR SERIES UNDER reject/ PROVES IT  *  CVSMRJ.2
001000*    REFUSES NON-CONFORMING SOURCE.  reject_expect.dat HOLDS   *  CVSMRJ.2
001100*    ONE LINE PER XR SOURCE:                                   *  CVSMRJ.2
001200*        SOURCE,CLASS,LINE,DEFECT                              *  CVSMRJ.2
001300*    WHERE CLASS IS E (AN ERROR IS REQUIRED) OR W (A WARNING   *  CVSMRJ.2
001400*    OR AN ERROR WILL DO) AND LINE IS THE SOURCE LINE THE      *  CVSMRJ.2
001500*    DIAGNOSTIC MUST POINT AT.  LINES STARTING "*" ARE         *  CVSMRJ.2
001600*    COMMENTS.                                                 *  CVSMRJ.2
001700*                                                              *  CVSMRJ.2
001800*    EACH SOURCE IS COMPILED WITH THE compile_cmd.dat          *  CVSMRJ.2
001900*    TEMPLATE, $m BEING "reject/<SOURCE>", AND ONE ROW          * CVSMRJ.2
002000*        SOURCE,DIAGNOSTIC-LINES,RETURN-CODE,VERDICT           *  CVSMRJ.2
002100*    IS APPENDED TO compile_diagnostics.csv, WHERE CCVSDRV     *  CVSMRJ.2
002200*    AND CCVSPRF COUNT IT.  THE VERDICT IS:                    *  CVSMRJ.2
002300*        REJECTED   CLASS E, NON-ZERO RC, ERROR AT THE LINE    *  CVSMRJ.2
002400*        DIAGNOSED  CLASS W, WARNING OR ERROR AT THE LINE      *  CVSMRJ.2
002500*        MISPLACED  DIAGNOSED, BUT NOT AT THE EXPECTED LINE    *  CVSMRJ.2
002600*                   OR NOT OF THE EXPECTED CLASS               *  CVSMRJ.2
002700*        ACCEPTED   COMPILED WITH NO SUCH DIAGNOSTIC           *  CVSMRJ.2
002800*    MISPLACED AND ACCEPTED ARE CONFORMANCE FAILURES, COUNTED  *  CVSMRJ.2
002900*    LIKE A RUNTIME FAIL.  THE TEMPLATE MUST WRITE ITS         *  CVSMRJ.2
003000*    DIAGNOSTICS TO $m.diag IN THE USUAL "FILE:LINE: CLASS:"   *  CVSMRJ.2
003100*    FORM, AS IT ALREADY MUST FOR CCVSDRV'S RECOMPILE STEP.    *  CVSMRJ.2
003200*    RETURN-CODE IS 0 WHEN EVERY SOURCE WAS DIAGNOSED AS       *  CVSMRJ.2
003300*    EXPECTED, 8 OTHERWISE.  WITH NO compile_cmd.dat THE STEP  *  CVSMRJ.2
003400*    IS SKIPPED.                                               *  CVSMRJ.2
003500*                                                              *  CVSMRJ.2
003600****************************************************************  CVSMRJ.2
003700 ENVIRONMENT DIVISION.                                            CVSMRJ.2
003800 CONFIGURATION SECTION.                                           CVSMRJ.2
003900 SOURCE-COMPUTER.                                                 CVSMRJ.2
004000     COPY CCVSTRG.                                                CVSMRJ.2
004100 OBJECT-COMPUTER.                                                 CVSMRJ.2
004200     COPY CCVSTRG.                                                CVSMRJ.2
004300 INPUT-OUTPUT SECTION.                                            CVSMRJ.2
004400 FILE-CONTROL.                                                    CVSMRJ.2
004500     SELECT   COMPILE-CTL-FILE ASSIGN TO                          CVSMRJ.2
004600     "compile_cmd.dat"                                            CVSMRJ.2
004700     ORGANIZATION LINE SEQUENTIAL                                 CVSMRJ.2
004800     FILE STATUS IS WS-CC-FSTATUS.                                CVSMRJ.2
004900     SELECT   REJECT-EXPECT-FILE ASSIGN TO                        CVSMRJ.2
005000     "reject_expect.dat"                                          CVSMRJ.2
005100     ORGANIZATION LINE SEQUENTIAL                                 CVSMRJ.2
005200     FILE STATUS IS WS-RX-FSTATUS.                                CVSMRJ.2
005300     SELECT   REJECT-PROBE-FILE ASSIGN TO                         CVSMRJ.2
005400     "reject_probe.tmp"                                           CVSMRJ.2
005500     ORGANIZATION LINE SEQUENTIAL                                 CVSMRJ.2
005600     FILE STATUS IS WS-RP-FSTATUS.                                CVSMRJ.2
005700     SELECT   COMPILE-DIAG-FILE ASSIGN TO                         CVSMRJ.2
005800     "compile_diagnostics.csv"                                    CVSMRJ.2
005900     ORGANIZATION LINE SEQUENTIAL                                 CVSMRJ.2
006000     FILE STATUS IS WS-CD-FSTATUS.                                CVSMRJ.2
006100 DATA DIVISION.                                                   CVSMRJ.2
006200 FILE SECTION.                                                    CVSMRJ.2
006300 FD  COMPILE-CTL-FILE.                                            CVSMRJ.2
006400 01  COMPILE-CTL-REC PIC X(120).                                  CVSMRJ.2
006500 FD  REJECT-EXPECT-FILE.                                          CVSMRJ.2
006600 01  REJECT-EXPECT-REC PIC X(80).                                 CVSMRJ.2
006700 FD  REJECT-PROBE-FILE.                                           CVSMRJ.2
006800 01  REJECT-PROBE-REC PIC X(40).                                  CVSMRJ.2
006900 FD  COMPILE-DIAG-FILE.                                           CVSMRJ.2
007000 01  COMPILE-DIAG-REC PIC X(80).                                  CVSMRJ.2
007100 WORKING-STORAGE SECTION.                                         CVSMRJ.2
007200 77  WS-CC-FSTATUS       PIC XX VALUE SPACE.                      CVSMRJ.2
007300 77  WS-RX-FSTATUS       PIC XX VALUE SPACE.                      CVSMRJ.2
007400 77  WS-RP-FSTATUS       PIC XX VALUE SPACE.                      CVSMRJ.2
007500 77  WS-CD-FSTATUS       PIC XX VALUE SPACE.                      CVSMRJ.2
007600 77  WS-EOF-SWITCH       PIC X  VALUE "N".                        CVSMRJ.2
007700 77  WS-TEMPLATE-LEN     PIC 9(3) VALUE ZERO.                     CVSMRJ.2
007800 77  WS-SOURCES          PIC 9(3) VALUE ZERO.                     CVSMRJ.2
007900 77  WS-FAILURES         PIC 9(3) VALUE ZERO.                     CVSMRJ.2
008000 01  WS-COMPILE-TEMPLATE PIC X(120) VALUE SPACE.                  CVSMRJ.2
008100 01  WS-COMPILE-CMD      PIC X(400) VALUE SPACE.                  CVSMRJ.2
008200 01  WS-XR-SOURCE        PIC X(8)  VALUE SPACE.                   CVSMRJ.2
008300 01  WS-XR-CLASS         PIC X     VALUE SPACE.                   CVSMRJ.2
008400 01  WS-XR-LINE          PIC X(6)  VALUE SPACE.                   CVSMRJ.2
008500 01  WS-XR-DEFECT        PIC X(40) VALUE SPACE.                   CVSMRJ.2
008600 01  WS-XR-PATTERN       PIC X(40) VALUE SPACE.                   CVSMRJ.2
008700 01  WS-PROBE-RC         PIC X(6)  VALUE SPACE.                   CVSMRJ.2
008800 01  WS-PROBE-LINES      PIC X(6)  VALUE SPACE.                   CVSMRJ.2
008900 01  WS-PROBE-HITS       PIC X(6)  VALUE SPACE.                   CVSMRJ.2
009000 01  WS-VERDICT          PIC X(9)  VALUE SPACE.                   CVSMRJ.2
009100 PROCEDURE DIVISION.                                              CVSMRJ.2
009200 CCVSMRJ-MAIN SECTION.                                            CVSMRJ.2
009300 CCVSMRJ-START.                                                   CVSMRJ.2
009400     OPEN     INPUT COMPILE-CTL-FILE.                             CVSMRJ.2
009500     IF       WS-CC-FSTATUS NOT = "00"                            CVSMRJ.2
009600              DISPLAY "CCVSMRJ: NO compile_cmd.dat FOUND -- "     CVSMRJ.2
009700                  "SKIPPING MUST-REJECT SERIES"                   CVSMRJ.2
009800              STOP RUN.                                           CVSMRJ.2
009900     READ     COMPILE-CTL-FILE INTO WS-COMPILE-TEMPLATE           CVSMRJ.2
010000              AT END MOVE SPACE TO WS-COMPILE-TEMPLATE.           CVSMRJ.2
010100     CLOSE    COMPILE-CTL-FILE.                                   CVSMRJ.2
010200     MOVE     120 TO WS-TEMPLATE-LEN.                             CVSMRJ.2
010300     PERFORM  TRIM-TEMPLATE                                       CVSMRJ.2
010400              UNTIL WS-TEMPLATE-LEN = ZERO                        CVSMRJ.2
010500              OR WS-COMPILE-TEMPLATE (WS-TEMPLATE-LEN:1)          CVSMRJ.2
010600                 NOT = SPACE.                                     CVSMRJ.2
010700     IF       WS-TEMPLATE-LEN = ZERO                              CVSMRJ.2
010800              DISPLAY "CCVSMRJ: compile_cmd.dat IS EMPTY -- "     CVSMRJ.2
010900                  "SKIPPING MUST-REJECT SERIES"                   CVSMRJ.2
011000              STOP RUN.                                           CVSMRJ.2
011100     OPEN     INPUT REJECT-EXPECT-FILE.                           CVSMRJ.2
011200     IF       WS-RX-FSTATUS NOT = "00"                            CVSMRJ.2
011300              DISPLAY "CCVSMRJ: NO reject_expect.dat -- "         CVSMRJ.2
011400                  "NOTHING TO COMPILE"                            CVSMRJ.2
011500              STOP RUN.                                           CVSMRJ.2
011600     MOVE     "N" TO WS-EOF-SWITCH.                               CVSMRJ.2
011700     PERFORM  READ-EXPECT-LINE.                                   CVSMRJ.2
011800     PERFORM  COMPILE-ONE-SOURCE                                  CVSMRJ.2
011900              THRU COMPILE-ONE-SOURCE-EX                          CVSMRJ.2
012000              UNTIL WS-EOF-SWITCH = "Y".                          CVSMRJ.2
012100     CLOSE    REJECT-EXPECT-FILE.                                 CVSMRJ.2
012200     DISPLAY  "CCVSMRJ: " WS-SOURCES " MUST-REJECT SOURCE(S), "   CVSMRJ.2
012300              WS-FAILURES " CONFORMANCE FAILURE(S)".              CVSMRJ.2
012400     IF       WS-FAILURES = ZERO                                  CVSMRJ.2
012500              MOVE 0 TO RETURN-CODE                               CVSMRJ.2
012600     ELSE                                                         CVSMRJ.2
012700              MOVE 8 TO RETURN-CODE.                              CVSMRJ.2
012800     STOP     RUN.                                                CVSMRJ.2
012900 TRIM-TEMPLATE.                                                   CVSMRJ.2
013000     SUBTRACT 1 FROM WS-TEMPLATE-LEN.                             CVSMRJ.2
013100 READ-EXPECT-LINE.                                                CVSMRJ.2
013200     READ     REJECT-EXPECT-FILE                                  CVSMRJ.2
013300              AT END MOVE "Y" TO WS-EOF-SWITCH.                   CVSMRJ.2
013400 COMPILE-ONE-SOURCE.                                              CVSMRJ.2
013500     IF       REJECT-EXPECT-REC = SPACE                           CVSMRJ.2
013600              OR REJECT-EXPECT-REC (1:1) = "*"                    CVSMRJ.2
013700              GO TO COMPILE-ONE-SOURCE-NEXT.                      CVSMRJ.2
013800     MOVE     SPACE TO WS-XR-SOURCE WS-XR-CLASS WS-XR-LINE        CVSMRJ.2
013900                       WS-XR-DEFECT.                              CVSMRJ.2
014000     UNSTRING REJECT-EXPECT-REC DELIMITED BY ","                  CVSMRJ.2
014100              INTO WS-XR-SOURCE WS-XR-CLASS WS-XR-LINE            CVSMRJ.2
014200                   WS-XR-DEFECT.                                  CVSMRJ.2
014300     ADD      1 TO WS-SOURCES.                                    CVSMRJ.2
014400     MOVE     SPACE TO WS-XR-PATTERN.                             CVSMRJ.2
014500     IF       WS-XR-CLASS = "W"                                   CVSMRJ.2
014600              STRING ":" DELIMITED BY SIZE                        CVSMRJ.2
014700                  WS-XR-LINE DELIMITED BY SPACE                   CVSMRJ.2
014800                  ":.\\(warning\\|error\\)"                       CVSMRJ.2
014900                      DELIMITED BY SIZE                           CVSMRJ.2
015000                  INTO WS-XR-PATTERN                              CVSMRJ.2
015100     ELSE                                                         CVSMRJ.2
015200              STRING ":" DELIMITED BY SIZE                        CVSMRJ.2
015300                  WS-XR-LINE DELIMITED BY SPACE                   CVSMRJ.2
015400                  ":.error" DELIMITED BY SIZE                     CVSMRJ.2
015500                  INTO WS-XR-PATTERN.                             CVSMRJ.2
015600     MOVE     SPACE TO WS-COMPILE-CMD.                            CVSMRJ.2
015700     STRING   "m=reject/" DELIMITED BY SIZE                       CVSMRJ.2
015800              WS-XR-SOURCE DELIMITED BY SPACE                     CVSMRJ.2
015900              ";rm -f $m.diag;" DELIMITED BY SIZE                 CVSMRJ.2
016000              WS-COMPILE-TEMPLATE (1:WS-TEMPLATE-LEN)             CVSMRJ.2
016100                  DELIMITED BY SIZE                               CVSMRJ.2
016200              "; r=$?; n=$(cat $m.diag 2>/dev/null | wc -l)"      CVSMRJ.2
016300                  DELIMITED BY SIZE                               CVSMRJ.2
016400              "; h=$(grep -c ""$m.cob" DELIMITED BY SIZE          CVSMRJ.2
016500              WS-XR-PATTERN DELIMITED BY SPACE                    CVSMRJ.2
016600              """ $m.diag 2>/dev/null); echo $r,$n,${h:-0}"       CVSMRJ.2
016700                  DELIMITED BY SIZE                               CVSMRJ.2
016800              " >reject_probe.tmp" DELIMITED BY SIZE              CVSMRJ.2
016900              INTO WS-COMPILE-CMD.                                CVSMRJ.2
017000     CALL     "SYSTEM" USING WS-COMPILE-CMD.                      CVSMRJ.2
017100     MOVE     SPACE TO WS-PROBE-RC WS-PROBE-LINES WS-PROBE-HITS.  CVSMRJ.2
017200     OPEN     INPUT REJECT-PROBE-FILE.                            CVSMRJ.2
017300     IF       WS-RP-FSTATUS = "00"                                CVSMRJ.2
017400              READ REJECT-PROBE-FILE                              CVSMRJ.2
017500                  AT END MOVE SPACE TO REJECT-PROBE-REC           CVSMRJ.2
017600              END-READ                                            CVSMRJ.2
017700              UNSTRING REJECT-PROBE-REC DELIMITED BY ","          CVSMRJ.2
017800                  INTO WS-PROBE-RC WS-PROBE-LINES WS-PROBE-HITS   CVSMRJ.2
017900              CLOSE REJECT-PROBE-FILE.                            CVSMRJ.2
018000     PERFORM  JUDGE-SOURCE.                                       CVSMRJ.2
018100     PERFORM  FOLD-DIAGNOSTIC-ROW.                                CVSMRJ.2
018200     DISPLAY  "CCVSMRJ: " WS-XR-SOURCE " " WS-VERDICT " "         CVSMRJ.2
018300              WS-XR-DEFECT.                                       CVSMRJ.2
018400 COMPILE-ONE-SOURCE-NEXT.                                         CVSMRJ.2
018500     PERFORM  READ-EXPECT-LINE.                                   CVSMRJ.2
018600 COMPILE-ONE-SOURCE-EX.                                           CVSMRJ.2
018700     EXIT.                                                        CVSMRJ.2
018800 JUDGE-SOURCE.                                                    CVSMRJ.2
018900     IF       WS-PROBE-HITS NOT = SPACE                           CVSMRJ.2
019000              AND WS-PROBE-HITS (1:1) NOT = "0"                   CVSMRJ.2
019100              IF  WS-XR-CLASS = "W"                               CVSMRJ.2
019200                  MOVE "DIAGNOSED" TO WS-VERDICT                  CVSMRJ.2
019300              ELSE                                                CVSMRJ.2
019400                  IF  WS-PROBE-RC (1:1) NOT = "0"                 CVSMRJ.2
019500                      MOVE "REJECTED" TO WS-VERDICT               CVSMRJ.2
019600                  ELSE                                            CVSMRJ.2
019700                      MOVE "MISPLACED" TO WS-VERDICT              CVSMRJ.2
019800                  END-IF                                          CVSMRJ.2
019900              END-IF                                              CVSMRJ.2
020000     ELSE                                                         CVSMRJ.2
020100              IF  WS-PROBE-RC (1:1) NOT = "0"                     CVSMRJ.2
020200                  OR WS-PROBE-LINES (1:1) NOT = "0"               CVSMRJ.2
020300                  MOVE "MISPLACED" TO WS-VERDICT                  CVSMRJ.2
020400              ELSE                                                CVSMRJ.2
020500                  MOVE "ACCEPTED" TO WS-VERDICT                   CVSMRJ.2
020600              END-IF                                              CVSMRJ.2
020700     END-IF.                                                      CVSMRJ.2
020800     IF       WS-VERDICT = "MISPLACED" OR "ACCEPTED"              CVSMRJ.2
020900              ADD 1 TO WS-FAILURES.                               CVSMRJ.2
021000 FOLD-DIAGNOSTIC-ROW.                                             CVSMRJ.2
021100     OPEN     EXTEND COMPILE-DIAG-FILE.                           CVSMRJ.2
021200     IF       WS-CD-FSTATUS = "35"                                CVSMRJ.2
021300              OPEN OUTPUT COMPILE-DIAG-FILE.                      CVSMRJ.2
021400     IF       WS-CD-FSTATUS NOT = "00"                            CVSMRJ.2
021500              DISPLAY "CCVSMRJ: CANNOT EXTEND "                   CVSMRJ.2
021600                  "compile_diagnostics.csv"                       CVSMRJ.2
021700              GO TO FOLD-DIAGNOSTIC-ROW-EX.                       CVSMRJ.2
021800     MOVE     SPACE TO COMPILE-DIAG-REC.                          CVSMRJ.2
021900     STRING   WS-XR-SOURCE DELIMITED BY SPACE                     CVSMRJ.2
022000              "," DELIMITED BY SIZE                               CVSMRJ.2
022100              WS-PROBE-LINES DELIMITED BY SPACE                   CVSMRJ.2
022200              "," DELIMITED BY SIZE                               CVSMRJ.2
022300              WS-PROBE-RC DELIMITED BY SPACE                      CVSMRJ.2
022400              "," DELIMITED BY SIZE                               CVSMRJ.2
022500              WS-VERDICT DELIMITED BY SPACE                       CVSMRJ.2
022600              INTO COMPILE-DIAG-REC.                              CVSMRJ.2
022700     WRITE    COMPILE-DIAG-REC.                                   CVSMRJ.2
022800     CLOSE    COMPILE-DIAG-FILE.                                  CVSMRJ.2
022900 FOLD-DIAGNOSTIC-ROW-EX.                                          CVSMRJ.2
023000     EXIT.                                                        CVSMRJ.2
