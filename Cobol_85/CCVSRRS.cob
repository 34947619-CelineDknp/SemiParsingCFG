000100 IDENTIFICATION DIVISION.                                         CVSRRS.2
000200 PROGRAM-ID.                                                      CVSRRS.2
000300     CCVSRRS.                                                     CVSRRS.2
000400****************************************************************  CVSRRS.2
000500*                                                              *  CVSRRS.2
000600*    RERUN-SAFETY CHECK FOR MODULES USING LEFTOVER FILES.      *  CVSRRS.2
000700*                                                              *  CVSRRS.2
000800*    THE w_<MODULE> WORKSPACES STOP MODULES WRITING OVER EACH  *  CVSRRS.2
000900*    OTHER, BUT A TARGETED RE-RUN OR A RESTART RUNS A MODULE   *  CVSRRS.2
001000*    AGAIN IN A WORKSPACE IT HAS ALREADY USED.  A MODULE THAT  *  CVSRRS.2
001100*    OPENS OUTPUT IN ONE PLACE AND EXTEND OR I-O IN ANOTHER    *  CVSRRS.2
001200*    (THE RL, IX AND SQ SERIES ABOVE ALL) MAY ANSWER           *  CVSRRS.2
001300*    DIFFERENTLY THE SECOND TIME.  THIS PROGRAM RUNS EACH      *  CVSRRS.2
001400*    CHOSEN MODULE TWICE, BACK TO BACK, IN ONE SCRATCH         *  CVSRRS.2
001500*    WORKSPACE, w_RERUN/w_<MODULE>, SEEDED WITH A COPY OF THE  *  CVSRRS.2
001600*    .dat FILES OF THE CURRENT RUN.  NOTHING IS CLEANED UP     *  CVSRRS.2
001700*    BETWEEN THE TWO PASSES: ONLY EACH PASS'S results.csv IS   *  CVSRRS.2
001800*    MOVED ASIDE (AS rerun_pass1.csv AND rerun_pass2.csv) SO   *  CVSRRS.2
001900*    THE TWO CAN BE COMPARED.  EACH PASS HAS 300 SECONDS.      *  CVSRRS.2
002000*                                                              *  CVSRRS.2
002100*    THE MODULE SET IS KEYED AT THE CONSOLE (UP TO 10 NAMES    *  CVSRRS.2
002200*    SEPARATED BY SPACES); BLANK TAKES THE DRIVER'S SELECTION  *  CVSRRS.2
002300*    IN driver_selected.dat (UP TO 60 MODULES).                *  CVSRRS.2
002400*                                                              *  CVSRRS.2
002500*    rerun_safety.rpt GIVES EACH MODULE AS RERUN-SAFE,         *  CVSRRS.2
002600*    UNSAFE OR NORUN (A PASS LEFT NO results.csv) AND, FOR AN  *  CVSRRS.2
002700*    UNSAFE ONE, EVERY PAR-NAME WHOSE OUTCOME DEPENDS ON THE   *  CVSRRS.2
002800*    LEFTOVER STATE: THE P-OR-F OF EACH PASS, "--" WHERE THE   *  CVSRRS.2
002900*    PAR-NAME WAS NOT REPORTED BY THAT PASS.  A PAR-NAME THAT  *  CVSRRS.2
003000*    REPEATS IN A MODULE IS PAIRED OCCURRENCE BY OCCURRENCE.   *  CVSRRS.2
003100*                                                              *  CVSRRS.2
003200*    RETURN-CODE 0 WHEN EVERY MODULE IS RERUN-SAFE, 4 WHEN ONE *  CVSRRS.2
003300*    IS UNSAFE OR DID NOT RUN, 8 WHEN NO MODULES ARE GIVEN.    *  CVSRRS.2
003400*                                                              *  CVSRRS.2
003500****************************************************************  CVSRRS.2
003600 ENVIRONMENT DIVISION.                                            CVSRRS.2
003700 CONFIGURATION SECTION.                                           CVSRRS.2
003800 SOURCE-COMPUTER.                                                 CVSRRS.2
003900     COPY CCVSTRG.                                                CVSRRS.2
004000 OBJECT-COMPUTER.                                                 CVSRRS.2
004100     COPY CCVSTRG.                                                CVSRRS.2
004200 INPUT-OUTPUT SECTION.                                            CVSRRS.2
004300 FILE-CONTROL.                                                    CVSRRS.2
004400     SELECT   SELECTED-FILE ASSIGN TO                             CVSRRS.2
004500     "driver_selected.dat"                                        CVSRRS.2
004600     ORGANIZATION LINE SEQUENTIAL                                 CVSRRS.2
004700     FILE STATUS IS WS-SL-FSTATUS.                                CVSRRS.2
004800     SELECT   PASS-RESULTS-FILE ASSIGN TO                         CVSRRS.2
004900     DYNAMIC WS-PASS-FNAME                                        CVSRRS.2
005000     ORGANIZATION LINE SEQUENTIAL                                 CVSRRS.2
005100     FILE STATUS IS WS-PR-FSTATUS.                                CVSRRS.2
005200     SELECT   RERUN-RPT-FILE ASSIGN TO                            CVSRRS.2
005300     "rerun_safety.rpt"                                           CVSRRS.2
005400     ORGANIZATION LINE SEQUENTIAL                                 CVSRRS.2
005500     FILE STATUS IS WS-RP-FSTATUS.                                CVSRRS.2
005600 DATA DIVISION.                                                   CVSRRS.2
005700 FILE SECTION.                                                    CVSRRS.2
005800 FD  SELECTED-FILE.                                               CVSRRS.2
005900 01  SELECTED-REC PIC X(80).                                      CVSRRS.2
006000 FD  PASS-RESULTS-FILE.                                           CVSRRS.2
006100 01  PASS-RESULTS-REC PIC X(200).                                 CVSRRS.2
006200 FD  RERUN-RPT-FILE.                                              CVSRRS.2
006300 01  RERUN-RPT-REC PIC X(80).                                     CVSRRS.2
006400 WORKING-STORAGE SECTION.                                         CVSRRS.2
006500 77  WS-SL-FSTATUS       PIC XX VALUE SPACE.                      CVSRRS.2
006600 77  WS-PR-FSTATUS       PIC XX VALUE SPACE.                      CVSRRS.2
006700 77  WS-RP-FSTATUS       PIC XX VALUE SPACE.                      CVSRRS.2
006800 77  WS-EOF-SWITCH       PIC X  VALUE "N".                        CVSRRS.2
006900 77  WS-NORUN-SWITCH     PIC X  VALUE "N".                        CVSRRS.2
007000 77  WS-PASS             PIC 9  VALUE ZERO.                       CVSRRS.2
007100 77  WS-MOD-CT           PIC 9(3) COMP VALUE ZERO.                CVSRRS.2
007200 77  WS-MOD-SUB          PIC 9(3) COMP VALUE ZERO.                CVSRRS.2
007300 77  WS-TOKEN-SUB        PIC 9(2) COMP VALUE ZERO.                CVSRRS.2
007400 77  WS-ROW-CT           PIC 9(4) COMP VALUE ZERO.                CVSRRS.2
007500 77  WS-ROW-SUB          PIC 9(4) COMP VALUE ZERO.                CVSRRS.2
007600 77  WS-ROW-FOUND        PIC 9(4) COMP VALUE ZERO.                CVSRRS.2
007700 77  WS-PASS-ROWS        PIC 9(4) COMP VALUE ZERO.                CVSRRS.2
007800 77  WS-DEP-CT           PIC 9(4) VALUE ZERO.                     CVSRRS.2
007900 77  WS-SAFE-CT          PIC 9(3) VALUE ZERO.                     CVSRRS.2
008000 77  WS-UNSAFE-CT        PIC 9(3) VALUE ZERO.                     CVSRRS.2
008100 77  WS-NORUN-CT         PIC 9(3) VALUE ZERO.                     CVSRRS.2
008200 77  WS-TOTAL-DEP-CT     PIC 9(5) VALUE ZERO.                     CVSRRS.2
008300 01  WS-ANSWER           PIC X(100) VALUE SPACE.                  CVSRRS.2
008400 01  WS-MODULE           PIC X(8) VALUE SPACE.                    CVSRRS.2
008500 01  WS-CMD              PIC X(400) VALUE SPACE.                  CVSRRS.2
008600 01  WS-PASS-FNAME       PIC X(40) VALUE SPACE.                   CVSRRS.2
008700 01  WS-WORK-REC         PIC X(200).                              CVSRRS.2
008800 01  WS-FIELD-TABLE.                                              CVSRRS.2
008900     02  WS-FIELD        PIC X(24) OCCURS 9 TIMES.                CVSRRS.2
009000 01  WS-TOKEN-TABLE.                                              CVSRRS.2
009100     02  WS-TOKEN        PIC X(8) OCCURS 10 TIMES.                CVSRRS.2
009200 01  WS-MODULE-TABLE.                                             CVSRRS.2
009300     02  WS-MD-NAME      PIC X(8) OCCURS 60 TIMES.                CVSRRS.2
009400*                                                                 CVSRRS.2
009500*    ONE MODULE AT A TIME: EACH ROW IS ONE PAR-NAME OCCURRENCE    CVSRRS.2
009600*    AND ITS OUTCOME IN EACH PASS ("--" IF THE PASS LACKED IT).   CVSRRS.2
009700*                                                                 CVSRRS.2
009800 01  WS-ROW-TABLE.                                                CVSRRS.2
009900     02  WS-ROW OCCURS 1500 TIMES.                                CVSRRS.2
010000         03  WS-RW-PAR       PIC X(22).                           CVSRRS.2
010100         03  WS-RW-POF       PIC X(5) OCCURS 2 TIMES.             CVSRRS.2
010200 PROCEDURE DIVISION.                                              CVSRRS.2
010300 CCVSRRS-MAIN SECTION.                                            CVSRRS.2
010400 CCVSRRS-START.                                                   CVSRRS.2
010500     DISPLAY  "CCVSRRS: MODULES TO CHECK (BLANK = "               CVSRRS.2
010600              "driver_selected.dat)?".                            CVSRRS.2
010700     MOVE     SPACE TO WS-ANSWER.                                 CVSRRS.2
010800     ACCEPT   WS-ANSWER.                                          CVSRRS.2
010900     IF       WS-ANSWER = SPACE                                   CVSRRS.2
011000              PERFORM LOAD-SELECTED-MODULES                       CVSRRS.2
011100     ELSE                                                         CVSRRS.2
011200              MOVE SPACE TO WS-TOKEN-TABLE                        CVSRRS.2
011300              UNSTRING WS-ANSWER DELIMITED BY ALL SPACE           CVSRRS.2
011400                  INTO WS-TOKEN (1) WS-TOKEN (2) WS-TOKEN (3)     CVSRRS.2
011500                       WS-TOKEN (4) WS-TOKEN (5) WS-TOKEN (6)     CVSRRS.2
011600                       WS-TOKEN (7) WS-TOKEN (8) WS-TOKEN (9)     CVSRRS.2
011700                       WS-TOKEN (10)                              CVSRRS.2
011800              PERFORM ADD-TOKEN-MODULE                            CVSRRS.2
011900                  VARYING WS-TOKEN-SUB FROM 1 BY 1                CVSRRS.2
012000                  UNTIL WS-TOKEN-SUB > 10.                        CVSRRS.2
012100     IF       WS-MOD-CT = ZERO                                    CVSRRS.2
012200              DISPLAY "CCVSRRS: NO MODULES TO CHECK"              CVSRRS.2
012300              MOVE 8 TO RETURN-CODE                               CVSRRS.2
012400              STOP RUN.                                           CVSRRS.2
012500     OPEN     OUTPUT RERUN-RPT-FILE.                              CVSRRS.2
012600     MOVE     SPACE TO RERUN-RPT-REC.                             CVSRRS.2
012700     STRING   "RERUN-SAFETY CHECK: TWO PASSES PER MODULE IN ONE " CVSRRS.2
012800              "UNCLEANED WORKSPACE" DELIMITED BY SIZE             CVSRRS.2
012900              INTO RERUN-RPT-REC.                                 CVSRRS.2
013000     WRITE    RERUN-RPT-REC.                                      CVSRRS.2
013100     MOVE     SPACE TO RERUN-RPT-REC.                             CVSRRS.2
013200     WRITE    RERUN-RPT-REC.                                      CVSRRS.2
013300     PERFORM  CHECK-ONE-MODULE THRU CHECK-ONE-MODULE-EX           CVSRRS.2
013400              VARYING WS-MOD-SUB FROM 1 BY 1                      CVSRRS.2
013500              UNTIL WS-MOD-SUB > WS-MOD-CT.                       CVSRRS.2
013600     MOVE     SPACE TO RERUN-RPT-REC.                             CVSRRS.2
013700     WRITE    RERUN-RPT-REC.                                      CVSRRS.2
013800     STRING   "TOTALS: " WS-SAFE-CT " RERUN-SAFE, "               CVSRRS.2
013900              WS-UNSAFE-CT " UNSAFE, " WS-NORUN-CT " NORUN, "     CVSRRS.2
014000              WS-TOTAL-DEP-CT " STATE-DEPENDENT PAR-NAME(S)"      CVSRRS.2
014100              DELIMITED BY SIZE INTO RERUN-RPT-REC.               CVSRRS.2
014200     WRITE    RERUN-RPT-REC.                                      CVSRRS.2
014300     CLOSE    RERUN-RPT-FILE.                                     CVSRRS.2
014400     DISPLAY  "CCVSRRS: " WS-SAFE-CT " RERUN-SAFE, "              CVSRRS.2
014500              WS-UNSAFE-CT " UNSAFE, " WS-NORUN-CT                CVSRRS.2
014600              " NORUN -- SEE rerun_safety.rpt".                   CVSRRS.2
014700     IF       WS-UNSAFE-CT > ZERO OR WS-NORUN-CT > ZERO           CVSRRS.2
014800              MOVE 4 TO RETURN-CODE                               CVSRRS.2
014900     ELSE                                                         CVSRRS.2
015000              MOVE 0 TO RETURN-CODE.                              CVSRRS.2
015100     STOP     RUN.                                                CVSRRS.2
015200*                                                                 CVSRRS.2
015300*    THE MODULE SET.                                              CVSRRS.2
015400*                                                                 CVSRRS.2
015500 LOAD-SELECTED-MODULES.                                           CVSRRS.2
015600     OPEN     INPUT SELECTED-FILE.                                CVSRRS.2
015700     IF       WS-SL-FSTATUS = "00"                                CVSRRS.2
015800              MOVE "N" TO WS-EOF-SWITCH                           CVSRRS.2
015900              PERFORM READ-SELECTED-LINE                          CVSRRS.2
016000              PERFORM ADD-SELECTED-MODULE                         CVSRRS.2
016100                  UNTIL WS-EOF-SWITCH = "Y"                       CVSRRS.2
016200              CLOSE SELECTED-FILE.                                CVSRRS.2
016300 READ-SELECTED-LINE.                                              CVSRRS.2
016400     MOVE     SPACE TO SELECTED-REC.                              CVSRRS.2
016500     READ     SELECTED-FILE                                       CVSRRS.2
016600              AT END MOVE "Y" TO WS-EOF-SWITCH.                   CVSRRS.2
016700 ADD-SELECTED-MODULE.                                             CVSRRS.2
016800     MOVE     SELECTED-REC (1:8) TO WS-MODULE.                    CVSRRS.2
016900     PERFORM  ADD-MODULE.                                         CVSRRS.2
017000     PERFORM  READ-SELECTED-LINE.                                 CVSRRS.2
017100 ADD-TOKEN-MODULE.                                                CVSRRS.2
017200     MOVE     WS-TOKEN (WS-TOKEN-SUB) TO WS-MODULE.               CVSRRS.2
017300     PERFORM  ADD-MODULE.                                         CVSRRS.2
017400 ADD-MODULE.                                                      CVSRRS.2
017500     IF       WS-MODULE NOT = SPACE                               CVSRRS.2
017600         IF   WS-MOD-CT < 60                                      CVSRRS.2
017700              ADD 1 TO WS-MOD-CT                                  CVSRRS.2
017800              MOVE WS-MODULE TO WS-MD-NAME (WS-MOD-CT)            CVSRRS.2
017900         ELSE                                                     CVSRRS.2
018000              DISPLAY "CCVSRRS: MORE THAN 60 MODULES -- "         CVSRRS.2
018100                  WS-MODULE " IGNORED".                           CVSRRS.2
018200*                                                                 CVSRRS.2
018300*    ONE MODULE: A FRESH WORKSPACE, TWO PASSES WITH NOTHING BUT   CVSRRS.2
018400*    results.csv MOVED ASIDE BETWEEN THEM, THEN THE COMPARISON.   CVSRRS.2
018500*                                                                 CVSRRS.2
018600 CHECK-ONE-MODULE.                                                CVSRRS.2
018700     DISPLAY  "CCVSRRS: " WS-MD-NAME (WS-MOD-SUB).                CVSRRS.2
018800     MOVE     SPACE TO WS-CMD.                                    CVSRRS.2
018900     STRING   "n=w_RERUN/w_" DELIMITED BY SIZE                    CVSRRS.2
019000              WS-MD-NAME (WS-MOD-SUB) DELIMITED BY SPACE          CVSRRS.2
019100              "; rm -rf $n; mkdir -p $n;" DELIMITED BY SIZE       CVSRRS.2
019200              " cp -f *.dat $n/ 2>/dev/null" DELIMITED BY SIZE    CVSRRS.2
019300              INTO WS-CMD.                                        CVSRRS.2
019400     CALL     "SYSTEM" USING WS-CMD.                              CVSRRS.2
019500     MOVE     1 TO WS-PASS.                                       CVSRRS.2
019600     PERFORM  RUN-ONE-PASS.                                       CVSRRS.2
019700     MOVE     2 TO WS-PASS.                                       CVSRRS.2
019800     PERFORM  RUN-ONE-PASS.                                       CVSRRS.2
019900     MOVE     ZERO TO WS-ROW-CT WS-DEP-CT.                        CVSRRS.2
020000     MOVE     "N" TO WS-NORUN-SWITCH.                             CVSRRS.2
020100     MOVE     1 TO WS-PASS.                                       CVSRRS.2
020200     PERFORM  ABSORB-ONE-PASS THRU ABSORB-ONE-PASS-EX.            CVSRRS.2
020300     MOVE     2 TO WS-PASS.                                       CVSRRS.2
020400     PERFORM  ABSORB-ONE-PASS THRU ABSORB-ONE-PASS-EX.            CVSRRS.2
020500     MOVE     SPACE TO RERUN-RPT-REC.                             CVSRRS.2
020600     IF       WS-NORUN-SWITCH = "Y"                               CVSRRS.2
020700              ADD 1 TO WS-NORUN-CT                                CVSRRS.2
020800              STRING WS-MD-NAME (WS-MOD-SUB) "  NORUN -- A PASS " CVSRRS.2
020900                  "LEFT NO results.csv" DELIMITED BY SIZE         CVSRRS.2
021000                  INTO RERUN-RPT-REC                              CVSRRS.2
021100              WRITE RERUN-RPT-REC                                 CVSRRS.2
021200              GO TO CHECK-ONE-MODULE-EX.                          CVSRRS.2
021300     PERFORM  COUNT-DEPENDENT-ROW                                 CVSRRS.2
021400              VARYING WS-ROW-SUB FROM 1 BY 1                      CVSRRS.2
021500              UNTIL WS-ROW-SUB > WS-ROW-CT.                       CVSRRS.2
021600     IF       WS-DEP-CT = ZERO                                    CVSRRS.2
021700              ADD 1 TO WS-SAFE-CT                                 CVSRRS.2
021800              STRING WS-MD-NAME (WS-MOD-SUB) "  RERUN-SAFE"       CVSRRS.2
021900                  DELIMITED BY SIZE INTO RERUN-RPT-REC            CVSRRS.2
022000              WRITE RERUN-RPT-REC                                 CVSRRS.2
022100              GO TO CHECK-ONE-MODULE-EX.                          CVSRRS.2
022200     ADD      1 TO WS-UNSAFE-CT.                                  CVSRRS.2
022300     ADD      WS-DEP-CT TO WS-TOTAL-DEP-CT.                       CVSRRS.2
022400     STRING   WS-MD-NAME (WS-MOD-SUB) "  UNSAFE -- " WS-DEP-CT    CVSRRS.2
022500              " PAR-NAME(S) DEPEND ON LEFTOVER STATE"             CVSRRS.2
022600              DELIMITED BY SIZE INTO RERUN-RPT-REC.               CVSRRS.2
022700     WRITE    RERUN-RPT-REC.                                      CVSRRS.2
022800     MOVE     "    PAR-NAME                PASS1 PASS2"           CVSRRS.2
022900              TO RERUN-RPT-REC.                                   CVSRRS.2
023000     WRITE    RERUN-RPT-REC.                                      CVSRRS.2
023100     PERFORM  REPORT-DEPENDENT-ROW                                CVSRRS.2
023200              VARYING WS-ROW-SUB FROM 1 BY 1                      CVSRRS.2
023300              UNTIL WS-ROW-SUB > WS-ROW-CT.                       CVSRRS.2
023400     DISPLAY  "CCVSRRS: " WS-MD-NAME (WS-MOD-SUB) " UNSAFE, "     CVSRRS.2
023500              WS-DEP-CT " PAR-NAME(S)".                           CVSRRS.2
023600 CHECK-ONE-MODULE-EX.                                             CVSRRS.2
023700     EXIT.                                                        CVSRRS.2
023800 RUN-ONE-PASS.                                                    CVSRRS.2
023900     MOVE     SPACE TO WS-CMD.                                    CVSRRS.2
024000     STRING   "cd w_RERUN/w_" DELIMITED BY SIZE                   CVSRRS.2
024100              WS-MD-NAME (WS-MOD-SUB) DELIMITED BY SPACE          CVSRRS.2
024200              "; m=" DELIMITED BY SIZE                            CVSRRS.2
024300              WS-MD-NAME (WS-MOD-SUB) DELIMITED BY SPACE          CVSRRS.2
024400              "; rm -f results.csv; if [ -x ../../$m ]; then"     CVSRRS.2
024500                  DELIMITED BY SIZE                               CVSRRS.2
024600              " COB_LIBRARY_PATH=../..:$COB_LIBRARY_PATH"         CVSRRS.2
024700                  DELIMITED BY SIZE                               CVSRRS.2
024800              " timeout 300 ../../$m >/dev/null 2>&1; fi;"        CVSRRS.2
024900                  DELIMITED BY SIZE                               CVSRRS.2
025000              " mv -f results.csv rerun_pass" DELIMITED BY SIZE   CVSRRS.2
025100              WS-PASS DELIMITED BY SIZE                           CVSRRS.2
025200              ".csv 2>/dev/null" DELIMITED BY SIZE                CVSRRS.2
025300              INTO WS-CMD.                                        CVSRRS.2
025400     CALL     "SYSTEM" USING WS-CMD.                              CVSRRS.2
025500*                                                                 CVSRRS.2
025600*    PASS 1 OPENS THE ROWS; PASS 2 PAIRS WITH THE FIRST ROW OF    CVSRRS.2
025700*    THE SAME PAR-NAME IT HAS NOT YET PAIRED WITH, OR OPENS A     CVSRRS.2
025800*    ROW OF ITS OWN.                                              CVSRRS.2
025900*                                                                 CVSRRS.2
026000 ABSORB-ONE-PASS.                                                 CVSRRS.2
026100     MOVE     SPACE TO WS-PASS-FNAME.                             CVSRRS.2
026200     STRING   "w_RERUN/w_" DELIMITED BY SIZE                      CVSRRS.2
026300              WS-MD-NAME (WS-MOD-SUB) DELIMITED BY SPACE          CVSRRS.2
026400              "/rerun_pass" DELIMITED BY SIZE                     CVSRRS.2
026500              WS-PASS DELIMITED BY SIZE                           CVSRRS.2
026600              ".csv" DELIMITED BY SIZE                            CVSRRS.2
026700              INTO WS-PASS-FNAME.                                 CVSRRS.2
026800     MOVE     ZERO TO WS-PASS-ROWS.                               CVSRRS.2
026900     OPEN     INPUT PASS-RESULTS-FILE.                            CVSRRS.2
027000     IF       WS-PR-FSTATUS NOT = "00"                            CVSRRS.2
027100              MOVE "Y" TO WS-NORUN-SWITCH                         CVSRRS.2
027200              GO TO ABSORB-ONE-PASS-EX.                           CVSRRS.2
027300     MOVE     "N" TO WS-EOF-SWITCH.                               CVSRRS.2
027400     PERFORM  READ-PASS-LINE.                                     CVSRRS.2
027500     PERFORM  ABSORB-PASS-LINE UNTIL WS-EOF-SWITCH = "Y".         CVSRRS.2
027600     CLOSE    PASS-RESULTS-FILE.                                  CVSRRS.2
027700     IF       WS-PASS-ROWS = ZERO                                 CVSRRS.2
027800              MOVE "Y" TO WS-NORUN-SWITCH.                        CVSRRS.2
027900 ABSORB-ONE-PASS-EX.                                              CVSRRS.2
028000     EXIT.                                                        CVSRRS.2
028100 READ-PASS-LINE.                                                  CVSRRS.2
028200     READ     PASS-RESULTS-FILE INTO WS-WORK-REC                  CVSRRS.2
028300              AT END MOVE "Y" TO WS-EOF-SWITCH.                   CVSRRS.2
028400 ABSORB-PASS-LINE.                                                CVSRRS.2
028500     MOVE     SPACE TO WS-FIELD-TABLE.                            CVSRRS.2
028600     UNSTRING WS-WORK-REC DELIMITED BY ","                        CVSRRS.2
028700              INTO WS-FIELD (1) WS-FIELD (2) WS-FIELD (3)         CVSRRS.2
028800                   WS-FIELD (4) WS-FIELD (5) WS-FIELD (6)         CVSRRS.2
028900                   WS-FIELD (7) WS-FIELD (8) WS-FIELD (9).        CVSRRS.2
029000     IF       WS-FIELD (1) NOT = "PGM-ID"                         CVSRRS.2
029100              AND WS-FIELD (4) NOT = SPACE                        CVSRRS.2
029200              AND WS-FIELD (5) NOT = SPACE                        CVSRRS.2
029300              ADD 1 TO WS-PASS-ROWS                               CVSRRS.2
029400              PERFORM ABSORB-ONE-CASE.                            CVSRRS.2
029500     PERFORM  READ-PASS-LINE.                                     CVSRRS.2
029600 ABSORB-ONE-CASE.                                                 CVSRRS.2
029700     MOVE     ZERO TO WS-ROW-FOUND.                               CVSRRS.2
029800     IF       WS-PASS = 2                                         CVSRRS.2
029900              PERFORM MATCH-ONE-CASE                              CVSRRS.2
030000                  VARYING WS-ROW-SUB FROM 1 BY 1                  CVSRRS.2
030100                  UNTIL WS-ROW-SUB > WS-ROW-CT                    CVSRRS.2
030200                  OR WS-ROW-FOUND > ZERO.                         CVSRRS.2
030300     IF       WS-ROW-FOUND = ZERO                                 CVSRRS.2
030400              AND WS-ROW-CT < 1500                                CVSRRS.2
030500              ADD 1 TO WS-ROW-CT                                  CVSRRS.2
030600              MOVE WS-ROW-CT TO WS-ROW-FOUND                      CVSRRS.2
030700              MOVE WS-FIELD (4) TO WS-RW-PAR (WS-ROW-FOUND)       CVSRRS.2
030800              MOVE "--" TO WS-RW-POF (WS-ROW-FOUND, 1)            CVSRRS.2
030900              MOVE "--" TO WS-RW-POF (WS-ROW-FOUND, 2).           CVSRRS.2
031000     IF       WS-ROW-FOUND > ZERO                                 CVSRRS.2
031100              MOVE WS-FIELD (5) (1:5)                             CVSRRS.2
031200                  TO WS-RW-POF (WS-ROW-FOUND, WS-PASS).           CVSRRS.2
031300 MATCH-ONE-CASE.                                                  CVSRRS.2
031400     IF       WS-RW-PAR (WS-ROW-SUB) = WS-FIELD (4)               CVSRRS.2
031500              AND WS-RW-POF (WS-ROW-SUB, 2) = "--"                CVSRRS.2
031600              MOVE WS-ROW-SUB TO WS-ROW-FOUND.                    CVSRRS.2
031700 COUNT-DEPENDENT-ROW.                                             CVSRRS.2
031800     IF       WS-RW-POF (WS-ROW-SUB, 1)                           CVSRRS.2
031900                  NOT = WS-RW-POF (WS-ROW-SUB, 2)                 CVSRRS.2
032000              ADD 1 TO WS-DEP-CT.                                 CVSRRS.2
032100 REPORT-DEPENDENT-ROW.                                            CVSRRS.2
032200     IF       WS-RW-POF (WS-ROW-SUB, 1)                           CVSRRS.2
032300                  NOT = WS-RW-POF (WS-ROW-SUB, 2)                 CVSRRS.2
032400              MOVE SPACE TO RERUN-RPT-REC                         CVSRRS.2
032500              MOVE WS-RW-PAR (WS-ROW-SUB) TO RERUN-RPT-REC (5:22) CVSRRS.2
032600              MOVE WS-RW-POF (WS-ROW-SUB, 1)                      CVSRRS.2
032700                  TO RERUN-RPT-REC (29:5)                         CVSRRS.2
032800              MOVE WS-RW-POF (WS-ROW-SUB, 2)                      CVSRRS.2
032900                  TO RERUN-RPT-REC (35:5)                         CVSRRS.2
033000              WRITE RERUN-RPT-REC.                                CVSRRS.2
