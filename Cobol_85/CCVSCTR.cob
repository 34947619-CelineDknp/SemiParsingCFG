000100 IDENTIFICATION DIVISION.                                         CVSCTR.2
000200 PROGRAM-ID.                                                      CVSCTR.2
000300     CCVSCTR.                                                     CVSCTR.2
000400****************************************************************  CVSCTR.2
000500*                                                              *  CVSCTR.2
000600*    COMPILE-TIME AND OBJECT-SIZE TREND REPORT.                *  CVSCTR.2
000700*                                                              *  CVSCTR.2
000800*    compile_diagnostics.csv SAYS WHAT THE COMPILER SAID, NOT  *  CVSCTR.2
000900*    HOW LONG IT TOOK OR HOW BIG THE OBJECT CAME OUT, SO A     *  CVSCTR.2
001000*    VENDOR BUILD THAT TRIPLES THE COMPILE TIME OF THE BIG     *  CVSCTR.2
001100*    MODULES GOES UNNOTICED.  THE DRIVER'S RECOMPILE STEP NOW  *  CVSCTR.2
001200*    APPENDS ONE ROW PER MODULE AND BUILD TO                   *  CVSCTR.2
001300*    compile_history.csv:                                      *  CVSCTR.2
001400*                                                              *  CVSCTR.2
001500*        MODULE,BUILD-STAMP,RC,COMPILE-HUNDREDTHS,             *  CVSCTR.2
001600*        OBJECT-BYTES,CODE-BYTES                               *  CVSCTR.2
001700*                                                              *  CVSCTR.2
001800*    (CODE-BYTES IS THE TEXT SEGMENT, 0 WHERE IT COULD NOT BE  *  CVSCTR.2
001900*    READ; PROGRAMS NAMED IN compile_track.dat ARE TRACKED THE *  CVSCTR.2
002000*    SAME WAY -- SEE CCVSDRV).  THIS PROGRAM SETS EACH         *  CVSCTR.2
002100*    MODULE'S LATEST CLEAN BUILD (RC 0) AGAINST ITS PREVIOUS   *  CVSCTR.2
002200*    CLEAN BUILD AND WRITES compile_trend.rpt, FLAGGING:       *  CVSCTR.2
002300*                                                              *  CVSCTR.2
002400*      << TIME   COMPILE TIME UP BY MORE THAN THE TOLERANCE,   *  CVSCTR.2
002500*                WHEN THE NEWER TIME IS AT LEAST HALF A        *  CVSCTR.2
002600*                SECOND (BELOW THAT THE CLOCK IS ALL NOISE),   *  CVSCTR.2
002700*      << SIZE   OBJECT OR CODE SIZE UP BY MORE THAN THE       *  CVSCTR.2
002800*                TOLERANCE.                                    *  CVSCTR.2
002900*                                                              *  CVSCTR.2
003000*    THE TOLERANCE IS A PERCENTAGE ACCEPTED FROM THE CONSOLE,  *  CVSCTR.2
003100*    BLANK MEANING 50.  A MODULE WITH ONE CLEAN BUILD ON FILE  *  CVSCTR.2
003200*    IS LISTED AS A FIRST BUILD.  RETURN-CODE 0 WHEN NOTHING   *  CVSCTR.2
003300*    JUMPED, 4 WHEN A MODULE IS FLAGGED, 8 WHEN THERE IS NO    *  CVSCTR.2
003400*    compile_history.csv.                                      *  CVSCTR.2
003500*                                                              *  CVSCTR.2
003600****************************************************************  CVSCTR.2
003700 ENVIRONMENT DIVISION.                                            CVSCTR.2
003800 CONFIGURATION SECTION.                                           CVSCTR.2
003900 SOURCE-COMPUTER.                                                 CVSCTR.2
004000     COPY CCVSTRG.                                                CVSCTR.2
004100 OBJECT-COMPUTER.                                                 CVSCTR.2
004200     COPY CCVSTRG.                                                CVSCTR.2
004300 INPUT-OUTPUT SECTION.                                            CVSCTR.2
004400 FILE-CONTROL.                                                    CVSCTR.2
004500     SELECT   HISTORY-FILE ASSIGN TO                              CVSCTR.2
004600     "compile_history.csv"                                        CVSCTR.2
004700     ORGANIZATION LINE SEQUENTIAL                                 CVSCTR.2
004800     FILE STATUS IS WS-HS-FSTATUS.                                CVSCTR.2
004900     SELECT   TREND-REPORT-FILE ASSIGN TO                         CVSCTR.2
005000     "compile_trend.rpt"                                          CVSCTR.2
005100     ORGANIZATION LINE SEQUENTIAL                                 CVSCTR.2
005200     FILE STATUS IS WS-RP-FSTATUS.                                CVSCTR.2
005300 DATA DIVISION.                                                   CVSCTR.2
005400 FILE SECTION.                                                    CVSCTR.2
005500 FD  HISTORY-FILE.                                                CVSCTR.2
005600 01  HISTORY-REC PIC X(80).                                       CVSCTR.2
005700 FD  TREND-REPORT-FILE.                                           CVSCTR.2
005800 01  TREND-REPORT-REC PIC X(132).                                 CVSCTR.2
005900 WORKING-STORAGE SECTION.                                         CVSCTR.2
006000 77  WS-HS-FSTATUS       PIC XX VALUE SPACE.                      CVSCTR.2
006100 77  WS-RP-FSTATUS       PIC XX VALUE SPACE.                      CVSCTR.2
006200 77  WS-EOF-SWITCH       PIC X  VALUE "N".                        CVSCTR.2
006300 77  WS-TIME-SW          PIC X  VALUE "N".                        CVSCTR.2
006400 77  WS-SIZE-SW          PIC X  VALUE "N".                        CVSCTR.2
006500 77  WS-MOD-CT           PIC 9(3) COMP VALUE ZERO.                CVSCTR.2
006600 77  WS-MOD-SUB          PIC 9(3) COMP VALUE ZERO.                CVSCTR.2
006700 77  WS-MOD-FOUND        PIC 9(3) COMP VALUE ZERO.                CVSCTR.2
006800 77  WS-ANS-LEN          PIC 9(2) COMP VALUE ZERO.                CVSCTR.2
006900 77  WS-TOLERANCE        PIC 9(3) VALUE 50.                       CVSCTR.2
007000 77  WS-ROW-CT           PIC 9(5) VALUE ZERO.                     CVSCTR.2
007100 77  WS-COMPARED-CT      PIC 9(4) VALUE ZERO.                     CVSCTR.2
007200 77  WS-FIRST-CT         PIC 9(4) VALUE ZERO.                     CVSCTR.2
007300 77  WS-FLAGGED-CT       PIC 9(4) VALUE ZERO.                     CVSCTR.2
007400 77  WS-PCT              PIC S9(5) VALUE ZERO.                    CVSCTR.2
007500 77  WS-OLD-VALUE        PIC 9(9) VALUE ZERO.                     CVSCTR.2
007600 77  WS-NEW-VALUE        PIC 9(9) VALUE ZERO.                     CVSCTR.2
007700 01  WS-ANSWER           PIC X(8) VALUE SPACE.                    CVSCTR.2
007800 01  WS-HYPHENS          PIC X(130) VALUE ALL "-".                CVSCTR.2
007900 01  WS-EDIT-1           PIC ZZZ9.                                CVSCTR.2
008000 01  WS-EDIT-2           PIC ZZZ9.                                CVSCTR.2
008100 01  WS-EDIT-3           PIC ZZZ9.                                CVSCTR.2
008200 01  WS-EDIT-TOL         PIC ZZ9.                                 CVSCTR.2
008300 01  WS-FIELD-TABLE.                                              CVSCTR.2
008400     02  WS-FIELD        PIC X(14) OCCURS 6 TIMES.                CVSCTR.2
008500*                                                                 CVSCTR.2
008600*    ONE ENTRY PER MODULE: THE LATEST CLEAN BUILD (CUR) AND THE   CVSCTR.2
008700*    ONE BEFORE IT (PRV).  TIMES IN HUNDREDTHS, SIZES IN BYTES.   CVSCTR.2
008800*                                                                 CVSCTR.2
008900 01  WS-MODULE-TABLE.                                             CVSCTR.2
009000     02  WS-MOD OCCURS 400 TIMES.                                 CVSCTR.2
009100         03  WS-MD-NAME      PIC X(8).                            CVSCTR.2
009200         03  WS-MD-CUR-BUILD PIC X(12).                           CVSCTR.2
009300         03  WS-MD-CUR-TIME  PIC 9(7).                            CVSCTR.2
009400         03  WS-MD-CUR-OBJ   PIC 9(9).                            CVSCTR.2
009500         03  WS-MD-CUR-CODE  PIC 9(9).                            CVSCTR.2
009600         03  WS-MD-PRV-BUILD PIC X(12).                           CVSCTR.2
009700         03  WS-MD-PRV-TIME  PIC 9(7).                            CVSCTR.2
009800         03  WS-MD-PRV-OBJ   PIC 9(9).                            CVSCTR.2
009900         03  WS-MD-PRV-CODE  PIC 9(9).                            CVSCTR.2
010000*                                                                 CVSCTR.2
010100*    THE REPORT DETAIL LINE.                                      CVSCTR.2
010200*                                                                 CVSCTR.2
010300 01  WS-DETAIL-LINE.                                              CVSCTR.2
010400     02  DL-MODULE           PIC X(8).                            CVSCTR.2
010500     02  FILLER              PIC X     VALUE SPACE.               CVSCTR.2
010600     02  DL-PRV-BUILD        PIC X(12).                           CVSCTR.2
010700     02  FILLER              PIC X     VALUE SPACE.               CVSCTR.2
010800     02  DL-CUR-BUILD        PIC X(12).                           CVSCTR.2
010900     02  FILLER              PIC X     VALUE SPACE.               CVSCTR.2
011000     02  DL-PRV-SECS         PIC ZZZZ9.99.                        CVSCTR.2
011100     02  FILLER              PIC X     VALUE SPACE.               CVSCTR.2
011200     02  DL-CUR-SECS         PIC ZZZZ9.99.                        CVSCTR.2
011300     02  DL-TIME-PCT         PIC +++++9.                          CVSCTR.2
011400     02  FILLER              PIC X     VALUE SPACE.               CVSCTR.2
011500     02  DL-PRV-OBJ          PIC ZZZZZZZZ9.                       CVSCTR.2
011600     02  FILLER              PIC X     VALUE SPACE.               CVSCTR.2
011700     02  DL-CUR-OBJ          PIC ZZZZZZZZ9.                       CVSCTR.2
011800     02  DL-OBJ-PCT          PIC +++++9.                          CVSCTR.2
011900     02  FILLER              PIC X     VALUE SPACE.               CVSCTR.2
012000     02  DL-PRV-CODE         PIC ZZZZZZZZ9.                       CVSCTR.2
012100     02  FILLER              PIC X     VALUE SPACE.               CVSCTR.2
012200     02  DL-CUR-CODE         PIC ZZZZZZZZ9.                       CVSCTR.2
012300     02  DL-CODE-PCT         PIC +++++9.                          CVSCTR.2
012400     02  FILLER              PIC X(2)  VALUE SPACE.               CVSCTR.2
012500     02  DL-FLAG             PIC X(14).                           CVSCTR.2
012600 01  WS-DETAIL-ALT REDEFINES WS-DETAIL-LINE.                      CVSCTR.2
012700     02  FILLER              PIC X(9).                            CVSCTR.2
012800     02  DA-NOTE             PIC X(12).                           CVSCTR.2
012900     02  FILLER              PIC X(105).                          CVSCTR.2
013000 PROCEDURE DIVISION.                                              CVSCTR.2
013100 CCVSCTR-MAIN SECTION.                                            CVSCTR.2
013200 CCVSCTR-START.                                                   CVSCTR.2
013300     DISPLAY  "CCVSCTR: TOLERANCE PERCENT (BLANK = 50)?".         CVSCTR.2
013400     MOVE     SPACE TO WS-ANSWER.                                 CVSCTR.2
013500     ACCEPT   WS-ANSWER.                                          CVSCTR.2
013600     PERFORM  SIZE-ANSWER.                                        CVSCTR.2
013700     IF       WS-ANS-LEN > ZERO AND WS-ANS-LEN < 4                CVSCTR.2
013800              MOVE WS-ANSWER (1:WS-ANS-LEN) TO WS-TOLERANCE.      CVSCTR.2
013900     IF       WS-TOLERANCE = ZERO                                 CVSCTR.2
014000              MOVE 50 TO WS-TOLERANCE.                            CVSCTR.2
014100     PERFORM  LOAD-HISTORY THRU LOAD-HISTORY-EX.                  CVSCTR.2
014200     IF       WS-HS-FSTATUS = "35"                                CVSCTR.2
014300              DISPLAY "CCVSCTR: NO compile_history.csv FOUND -- " CVSCTR.2
014400                  "NOTHING TO TREND"                              CVSCTR.2
014500              MOVE 8 TO RETURN-CODE                               CVSCTR.2
014600              STOP RUN.                                           CVSCTR.2
014700     OPEN     OUTPUT TREND-REPORT-FILE.                           CVSCTR.2
014800     PERFORM  WRITE-TREND-HEADING.                                CVSCTR.2
014900     PERFORM  WRITE-TREND-ROW                                     CVSCTR.2
015000              VARYING WS-MOD-SUB FROM 1 BY 1                      CVSCTR.2
015100              UNTIL WS-MOD-SUB > WS-MOD-CT.                       CVSCTR.2
015200     PERFORM  WRITE-TREND-TOTALS.                                 CVSCTR.2
015300     CLOSE    TREND-REPORT-FILE.                                  CVSCTR.2
015400     MOVE     WS-COMPARED-CT TO WS-EDIT-1.                        CVSCTR.2
015500     MOVE     WS-FLAGGED-CT TO WS-EDIT-2.                         CVSCTR.2
015600     DISPLAY  "CCVSCTR: " WS-EDIT-1 " MODULE(S) COMPARED, "       CVSCTR.2
015700              WS-EDIT-2 " FLAGGED -- SEE compile_trend.rpt".      CVSCTR.2
015800     IF       WS-FLAGGED-CT > ZERO                                CVSCTR.2
015900              MOVE 4 TO RETURN-CODE                               CVSCTR.2
016000     ELSE                                                         CVSCTR.2
016100              MOVE 0 TO RETURN-CODE.                              CVSCTR.2
016200     STOP     RUN.                                                CVSCTR.2
016300 SIZE-ANSWER.                                                     CVSCTR.2
016400     MOVE     ZERO TO WS-ANS-LEN.                                 CVSCTR.2
016500     INSPECT  WS-ANSWER TALLYING WS-ANS-LEN                       CVSCTR.2
016600              FOR CHARACTERS BEFORE INITIAL SPACE.                CVSCTR.2
016700     IF       WS-ANS-LEN > ZERO                                   CVSCTR.2
016800              AND WS-ANSWER (1:WS-ANS-LEN) NOT NUMERIC            CVSCTR.2
016900              MOVE ZERO TO WS-ANS-LEN.                            CVSCTR.2
017000*                                                                 CVSCTR.2
017100*    THE HISTORY, OLDEST FIRST.  A ROW FOR THE BUILD ALREADY HELD CVSCTR.2
017200*    AS CURRENT (THE SAME STEP RUN TWICE) REPLACES IT; ANY OTHER  CVSCTR.2
017300*    CLEAN ROW PUSHES CURRENT DOWN TO PREVIOUS.                   CVSCTR.2
017400*                                                                 CVSCTR.2
017500 LOAD-HISTORY.                                                    CVSCTR.2
017600     OPEN     INPUT HISTORY-FILE.                                 CVSCTR.2
017700     IF       WS-HS-FSTATUS NOT = "00"                            CVSCTR.2
017800              GO TO LOAD-HISTORY-EX.                              CVSCTR.2
017900     MOVE     "N" TO WS-EOF-SWITCH.                               CVSCTR.2
018000     PERFORM  READ-HISTORY-LINE.                                  CVSCTR.2
018100     PERFORM  FILE-HISTORY-LINE THRU FILE-HISTORY-NEXT            CVSCTR.2
018200              UNTIL WS-EOF-SWITCH = "Y".                          CVSCTR.2
018300     CLOSE    HISTORY-FILE.                                       CVSCTR.2
018400 LOAD-HISTORY-EX.                                                 CVSCTR.2
018500     EXIT.                                                        CVSCTR.2
018600 READ-HISTORY-LINE.                                               CVSCTR.2
018700     MOVE     SPACE TO HISTORY-REC.                               CVSCTR.2
018800     READ     HISTORY-FILE                                        CVSCTR.2
018900              AT END MOVE "Y" TO WS-EOF-SWITCH.                   CVSCTR.2
019000 FILE-HISTORY-LINE.                                               CVSCTR.2
019100     MOVE     SPACES TO WS-FIELD-TABLE.                           CVSCTR.2
019200     UNSTRING HISTORY-REC DELIMITED BY ","                        CVSCTR.2
019300              INTO WS-FIELD (1) WS-FIELD (2) WS-FIELD (3)         CVSCTR.2
019400                   WS-FIELD (4) WS-FIELD (5) WS-FIELD (6).        CVSCTR.2
019500     IF       WS-FIELD (1) = SPACE                                CVSCTR.2
019600              OR WS-FIELD (3) NOT = "0"                           CVSCTR.2
019700              OR WS-FIELD (4) = SPACE                             CVSCTR.2
019800              OR WS-FIELD (5) = SPACE                             CVSCTR.2
019900              GO TO FILE-HISTORY-NEXT.                            CVSCTR.2
020000     IF       WS-FIELD (6) = SPACE                                CVSCTR.2
020100              MOVE "0" TO WS-FIELD (6).                           CVSCTR.2
020200     ADD      1 TO WS-ROW-CT.                                     CVSCTR.2
020300     PERFORM  FIND-MODULE.                                        CVSCTR.2
020400     IF       WS-MOD-FOUND = ZERO                                 CVSCTR.2
020500              GO TO FILE-HISTORY-NEXT.                            CVSCTR.2
020600     IF       WS-MD-CUR-BUILD (WS-MOD-FOUND) NOT = SPACE          CVSCTR.2
020700              AND WS-MD-CUR-BUILD (WS-MOD-FOUND)                  CVSCTR.2
020800                  NOT = WS-FIELD (2)                              CVSCTR.2
020900              MOVE WS-MD-CUR-BUILD (WS-MOD-FOUND)                 CVSCTR.2
021000                  TO WS-MD-PRV-BUILD (WS-MOD-FOUND)               CVSCTR.2
021100              MOVE WS-MD-CUR-TIME (WS-MOD-FOUND)                  CVSCTR.2
021200                  TO WS-MD-PRV-TIME (WS-MOD-FOUND)                CVSCTR.2
021300              MOVE WS-MD-CUR-OBJ (WS-MOD-FOUND)                   CVSCTR.2
021400                  TO WS-MD-PRV-OBJ (WS-MOD-FOUND)                 CVSCTR.2
021500              MOVE WS-MD-CUR-CODE (WS-MOD-FOUND)                  CVSCTR.2
021600                  TO WS-MD-PRV-CODE (WS-MOD-FOUND).               CVSCTR.2
021700     MOVE     WS-FIELD (2) TO WS-MD-CUR-BUILD (WS-MOD-FOUND).     CVSCTR.2
021800     COMPUTE  WS-MD-CUR-TIME (WS-MOD-FOUND)                       CVSCTR.2
021900              = FUNCTION NUMVAL (WS-FIELD (4)).                   CVSCTR.2
022000     COMPUTE  WS-MD-CUR-OBJ (WS-MOD-FOUND)                        CVSCTR.2
022100              = FUNCTION NUMVAL (WS-FIELD (5)).                   CVSCTR.2
022200     COMPUTE  WS-MD-CUR-CODE (WS-MOD-FOUND)                       CVSCTR.2
022300              = FUNCTION NUMVAL (WS-FIELD (6)).                   CVSCTR.2
022400 FILE-HISTORY-NEXT.                                               CVSCTR.2
022500     PERFORM  READ-HISTORY-LINE.                                  CVSCTR.2
022600 FIND-MODULE.                                                     CVSCTR.2
022700     MOVE     ZERO TO WS-MOD-FOUND.                               CVSCTR.2
022800     PERFORM  MATCH-MODULE                                        CVSCTR.2
022900              VARYING WS-MOD-SUB FROM 1 BY 1                      CVSCTR.2
023000              UNTIL WS-MOD-SUB > WS-MOD-CT                        CVSCTR.2
023100              OR WS-MOD-FOUND NOT = ZERO.                         CVSCTR.2
023200     IF       WS-MOD-FOUND = ZERO                                 CVSCTR.2
023300         IF   WS-MOD-CT < 400                                     CVSCTR.2
023400              ADD 1 TO WS-MOD-CT                                  CVSCTR.2
023500              MOVE WS-MOD-CT TO WS-MOD-FOUND                      CVSCTR.2
023600              MOVE WS-FIELD (1) TO WS-MD-NAME (WS-MOD-CT)         CVSCTR.2
023700              MOVE SPACE TO WS-MD-CUR-BUILD (WS-MOD-CT)           CVSCTR.2
023800                  WS-MD-PRV-BUILD (WS-MOD-CT)                     CVSCTR.2
023900              MOVE ZERO TO WS-MD-CUR-TIME (WS-MOD-CT)             CVSCTR.2
024000                  WS-MD-CUR-OBJ (WS-MOD-CT)                       CVSCTR.2
024100                  WS-MD-CUR-CODE (WS-MOD-CT)                      CVSCTR.2
024200                  WS-MD-PRV-TIME (WS-MOD-CT)                      CVSCTR.2
024300                  WS-MD-PRV-OBJ (WS-MOD-CT)                       CVSCTR.2
024400                  WS-MD-PRV-CODE (WS-MOD-CT)                      CVSCTR.2
024500         ELSE                                                     CVSCTR.2
024600              DISPLAY "CCVSCTR: MORE THAN 400 MODULES -- "        CVSCTR.2
024700                  WS-FIELD (1) " IGNORED".                        CVSCTR.2
024800 MATCH-MODULE.                                                    CVSCTR.2
024900     IF       WS-MD-NAME (WS-MOD-SUB) = WS-FIELD (1)              CVSCTR.2
025000              MOVE WS-MOD-SUB TO WS-MOD-FOUND.                    CVSCTR.2
025100*                                                                 CVSCTR.2
025200*    THE REPORT.                                                  CVSCTR.2
025300*                                                                 CVSCTR.2
025400 WRITE-TREND-HEADING.                                             CVSCTR.2
025500     MOVE     SPACE TO TREND-REPORT-REC.                          CVSCTR.2
025600     MOVE     WS-TOLERANCE TO WS-EDIT-TOL.                        CVSCTR.2
025700     STRING   "CCVS85 COMPILE-TIME AND OBJECT-SIZE TREND -- "     CVSCTR.2
025800                  DELIMITED BY SIZE                               CVSCTR.2
025900              "TOLERANCE " DELIMITED BY SIZE                      CVSCTR.2
026000              WS-EDIT-TOL DELIMITED BY SIZE                       CVSCTR.2
026100              " PERCENT" DELIMITED BY SIZE                        CVSCTR.2
026200              INTO TREND-REPORT-REC.                              CVSCTR.2
026300     PERFORM  WRITE-TREND-LINE.                                   CVSCTR.2
026400     MOVE     WS-HYPHENS TO TREND-REPORT-REC.                     CVSCTR.2
026500     PERFORM  WRITE-TREND-LINE.                                   CVSCTR.2
026600     MOVE     "MODULE   PREV-BUILD   THIS-BUILD"                  CVSCTR.2
026700              TO TREND-REPORT-REC.                                CVSCTR.2
026800     MOVE     "PREV-SEC THIS-SEC  CHG%"                           CVSCTR.2
026900              TO TREND-REPORT-REC (36:23).                        CVSCTR.2
027000     MOVE     "PREV-OBJ  THIS-OBJ  CHG%"                          CVSCTR.2
027100              TO TREND-REPORT-REC (61:24).                        CVSCTR.2
027200     MOVE     "PREV-CODE THIS-CODE  CHG%  FLAG"                   CVSCTR.2
027300              TO TREND-REPORT-REC (86:31).                        CVSCTR.2
027400     PERFORM  WRITE-TREND-LINE.                                   CVSCTR.2
027500     MOVE     WS-HYPHENS TO TREND-REPORT-REC.                     CVSCTR.2
027600     PERFORM  WRITE-TREND-LINE.                                   CVSCTR.2
027700 WRITE-TREND-LINE.                                                CVSCTR.2
027800     WRITE    TREND-REPORT-REC.                                   CVSCTR.2
027900     MOVE     SPACE TO TREND-REPORT-REC.                          CVSCTR.2
028000 WRITE-TREND-ROW.                                                 CVSCTR.2
028100     MOVE     SPACE TO WS-DETAIL-LINE.                            CVSCTR.2
028200     MOVE     WS-MD-NAME (WS-MOD-SUB) TO DL-MODULE.               CVSCTR.2
028300     MOVE     WS-MD-CUR-BUILD (WS-MOD-SUB) TO DL-CUR-BUILD.       CVSCTR.2
028400     COMPUTE  DL-CUR-SECS = WS-MD-CUR-TIME (WS-MOD-SUB) / 100.    CVSCTR.2
028500     MOVE     WS-MD-CUR-OBJ (WS-MOD-SUB) TO DL-CUR-OBJ.           CVSCTR.2
028600     MOVE     WS-MD-CUR-CODE (WS-MOD-SUB) TO DL-CUR-CODE.         CVSCTR.2
028700     IF       WS-MD-PRV-BUILD (WS-MOD-SUB) = SPACE                CVSCTR.2
028800              ADD 1 TO WS-FIRST-CT                                CVSCTR.2
028900              MOVE "FIRST BUILD" TO DA-NOTE                       CVSCTR.2
029000              MOVE WS-DETAIL-LINE TO TREND-REPORT-REC             CVSCTR.2
029100              PERFORM WRITE-TREND-LINE                            CVSCTR.2
029200     ELSE                                                         CVSCTR.2
029300              PERFORM COMPARE-BUILDS.                             CVSCTR.2
029400 COMPARE-BUILDS.                                                  CVSCTR.2
029500     ADD      1 TO WS-COMPARED-CT.                                CVSCTR.2
029600     MOVE     "N" TO WS-TIME-SW WS-SIZE-SW.                       CVSCTR.2
029700     MOVE     WS-MD-PRV-BUILD (WS-MOD-SUB) TO DL-PRV-BUILD.       CVSCTR.2
029800     COMPUTE  DL-PRV-SECS = WS-MD-PRV-TIME (WS-MOD-SUB) / 100.    CVSCTR.2
029900     MOVE     WS-MD-PRV-OBJ (WS-MOD-SUB) TO DL-PRV-OBJ.           CVSCTR.2
030000     MOVE     WS-MD-PRV-CODE (WS-MOD-SUB) TO DL-PRV-CODE.         CVSCTR.2
030100     MOVE     WS-MD-PRV-TIME (WS-MOD-SUB) TO WS-OLD-VALUE.        CVSCTR.2
030200     MOVE     WS-MD-CUR-TIME (WS-MOD-SUB) TO WS-NEW-VALUE.        CVSCTR.2
030300     PERFORM  COMPUTE-CHANGE.                                     CVSCTR.2
030400     MOVE     WS-PCT TO DL-TIME-PCT.                              CVSCTR.2
030500     IF       WS-PCT > WS-TOLERANCE                               CVSCTR.2
030600              AND WS-NEW-VALUE NOT < 50                           CVSCTR.2
030700              MOVE "Y" TO WS-TIME-SW.                             CVSCTR.2
030800     MOVE     WS-MD-PRV-OBJ (WS-MOD-SUB) TO WS-OLD-VALUE.         CVSCTR.2
030900     MOVE     WS-MD-CUR-OBJ (WS-MOD-SUB) TO WS-NEW-VALUE.         CVSCTR.2
031000     PERFORM  COMPUTE-CHANGE.                                     CVSCTR.2
031100     MOVE     WS-PCT TO DL-OBJ-PCT.                               CVSCTR.2
031200     IF       WS-PCT > WS-TOLERANCE                               CVSCTR.2
031300              MOVE "Y" TO WS-SIZE-SW.                             CVSCTR.2
031400     MOVE     WS-MD-PRV-CODE (WS-MOD-SUB) TO WS-OLD-VALUE.        CVSCTR.2
031500     MOVE     WS-MD-CUR-CODE (WS-MOD-SUB) TO WS-NEW-VALUE.        CVSCTR.2
031600     PERFORM  COMPUTE-CHANGE.                                     CVSCTR.2
031700     MOVE     WS-PCT TO DL-CODE-PCT.                              CVSCTR.2
031800     IF       WS-PCT > WS-TOLERANCE                               CVSCTR.2
031900              MOVE "Y" TO WS-SIZE-SW.                             CVSCTR.2
032000     IF       WS-TIME-SW = "Y" AND WS-SIZE-SW = "Y"               CVSCTR.2
032100              MOVE "<< TIME, SIZE" TO DL-FLAG                     CVSCTR.2
032200     ELSE                                                         CVSCTR.2
032300         IF   WS-TIME-SW = "Y"                                    CVSCTR.2
032400              MOVE "<< TIME" TO DL-FLAG                           CVSCTR.2
032500         ELSE                                                     CVSCTR.2
032600             IF WS-SIZE-SW = "Y"                                  CVSCTR.2
032700                 MOVE "<< SIZE" TO DL-FLAG.                       CVSCTR.2
032800     IF       WS-TIME-SW = "Y" OR WS-SIZE-SW = "Y"                CVSCTR.2
032900              ADD 1 TO WS-FLAGGED-CT                              CVSCTR.2
033000              DISPLAY "CCVSCTR: " WS-MD-NAME (WS-MOD-SUB) " "     CVSCTR.2
033100                  DL-FLAG.                                        CVSCTR.2
033200     MOVE     WS-DETAIL-LINE TO TREND-REPORT-REC.                 CVSCTR.2
033300     PERFORM  WRITE-TREND-LINE.                                   CVSCTR.2
033400*                                                                 CVSCTR.2
033500*    PERCENT CHANGE, OLD TO NEW.  A ZERO ON EITHER SIDE (NO       CVSCTR.2
033600*    CODE-SIZE READING, SAY) IS NOT A COMPARISON.                 CVSCTR.2
033700*                                                                 CVSCTR.2
033800 COMPUTE-CHANGE.                                                  CVSCTR.2
033900     MOVE     ZERO TO WS-PCT.                                     CVSCTR.2
034000     IF       WS-OLD-VALUE > ZERO AND WS-NEW-VALUE > ZERO         CVSCTR.2
034100              COMPUTE WS-PCT ROUNDED =                            CVSCTR.2
034200                  (WS-NEW-VALUE - WS-OLD-VALUE) * 100             CVSCTR.2
034300                  / WS-OLD-VALUE                                  CVSCTR.2
034400                  ON SIZE ERROR MOVE 99999 TO WS-PCT              CVSCTR.2
034500              END-COMPUTE.                                        CVSCTR.2
034600 WRITE-TREND-TOTALS.                                              CVSCTR.2
034700     MOVE     WS-HYPHENS TO TREND-REPORT-REC.                     CVSCTR.2
034800     PERFORM  WRITE-TREND-LINE.                                   CVSCTR.2
034900     MOVE     WS-COMPARED-CT TO WS-EDIT-1.                        CVSCTR.2
035000     MOVE     WS-FIRST-CT TO WS-EDIT-2.                           CVSCTR.2
035100     MOVE     WS-FLAGGED-CT TO WS-EDIT-3.                         CVSCTR.2
035200     STRING   "MODULES COMPARED " DELIMITED BY SIZE               CVSCTR.2
035300              WS-EDIT-1 DELIMITED BY SIZE                         CVSCTR.2
035400              "   FIRST BUILDS " DELIMITED BY SIZE                CVSCTR.2
035500              WS-EDIT-2 DELIMITED BY SIZE                         CVSCTR.2
035600              "   FLAGGED " DELIMITED BY SIZE                     CVSCTR.2
035700              WS-EDIT-3 DELIMITED BY SIZE                         CVSCTR.2
035800              INTO TREND-REPORT-REC.                              CVSCTR.2
035900     PERFORM  WRITE-TREND-LINE.                                   CVSCTR.2
