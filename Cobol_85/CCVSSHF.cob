000100 IDENTIFICATION DIVISION.                                         CVSSHF.2
000200 PROGRAM-ID.                                                      CVSSHF.2
000300     CCVSSHF.                                                     CVSSHF.2
000400****************************************************************  CVSSHF.2
000500*                                                              *  CVSSHF.2
000600*    SEEDED SHUFFLED-ORDER RUN TO EXPOSE MODULE DEPENDENCIES.  *  CVSSHF.2
000700*                                                              *  CVSSHF.2
000800*    CCVSDRV ALWAYS RUNS THE MODULES IN CANONICAL ORDER AND    *  CVSSHF.2
000900*    CCVSPLN REORDERS THEM ONLY TO BALANCE THE STREAMS, SO A   *  CVSSHF.2
001000*    MODULE THAT QUIETLY NEEDS A FILE LEFT BY AN EARLIER ONE   *  CVSSHF.2
001100*    (AS SM202A NEEDS SM201A'S) NEVER SHOWS IT.  THIS PROGRAM  *  CVSSHF.2
001200*    RUNS THE CHOSEN MODULE LIST TWICE, EACH TIME IN ONE       *  CVSSHF.2
001300*    SHARED SCRATCH WORKSPACE SEEDED WITH A COPY OF THE .dat   *  CVSSHF.2
001400*    FILES OF THE CURRENT RUN: FIRST IN CANONICAL ORDER IN     *  CVSSHF.2
001500*    w_SHUFFLE/canon, THEN IN A SHUFFLED ORDER IN              *  CVSSHF.2
001600*    w_SHUFFLE/shuffled.  EACH MODULE'S results.csv IS MOVED   *  CVSSHF.2
001700*    ASIDE AS <MODULE>.res AS SOON AS IT ENDS.  EACH MODULE    *  CVSSHF.2
001800*    HAS 300 SECONDS.  BOTH PASSES USE THE SAME EXECUTABLES,   *  CVSSHF.2
001900*    SO THE COMPARISON IS ALWAYS AGAINST THE SAME BUILD.       *  CVSSHF.2
002000*                                                              *  CVSSHF.2
002100*    THE SHUFFLE IS DRAWN FROM THE 999 SEED CARD IN xcard.dat  *  CVSSHF.2
002200*    (THE CCVSSED DEFAULT WHEN THERE IS NONE) WITH THE SAME    *  CVSSHF.2
002300*    GENERATOR AS CCVSVOL, SO THE SAME SEED AND THE SAME       *  CVSSHF.2
002400*    MODULE LIST ALWAYS GIVE THE SAME ORDER.                   *  CVSSHF.2
002500*                                                              *  CVSSHF.2
002600*    THE MODULE SET IS KEYED AT THE CONSOLE (UP TO 10 NAMES    *  CVSSHF.2
002700*    SEPARATED BY SPACES) IN CANONICAL ORDER; BLANK TAKES THE  *  CVSSHF.2
002800*    DRIVER'S SELECTION IN driver_selected.dat (UP TO 60).     *  CVSSHF.2
002900*                                                              *  CVSSHF.2
003000*    shuffle_order.rpt GIVES THE SEED AND BOTH ORDERS, THEN    *  CVSSHF.2
003100*    EACH MODULE AS UNCHANGED, CHANGED OR NORUN (NO RESULTS    *  CVSSHF.2
003200*    IN EITHER PASS).  FOR A CHANGED MODULE IT GIVES BOTH      *  CVSSHF.2
003300*    POSITIONS, THE MODULES THAT RAN BEFORE IT IN THE SHUFFLED *  CVSSHF.2
003400*    PASS, THE CANONICAL PREDECESSORS THAT DID NOT, AND EVERY  *  CVSSHF.2
003500*    PAR-NAME WHOSE OUTCOME MOVED ("--" WHERE A PASS LACKED    *  CVSSHF.2
003600*    IT).  A PAR-NAME THAT REPEATS IN A MODULE IS PAIRED       *  CVSSHF.2
003700*    OCCURRENCE BY OCCURRENCE.                                 *  CVSSHF.2
003800*                                                              *  CVSSHF.2
003900*    RETURN-CODE 0 WHEN EVERY MODULE IS UNCHANGED, 4 WHEN ONE  *  CVSSHF.2
004000*    CHANGED OR DID NOT RUN, 8 WHEN NO MODULES ARE GIVEN.      *  CVSSHF.2
004100*                                                              *  CVSSHF.2
004200****************************************************************  CVSSHF.2
004300 ENVIRONMENT DIVISION.                                            CVSSHF.2
004400 CONFIGURATION SECTION.                                           CVSSHF.2
004500 SOURCE-COMPUTER.                                                 CVSSHF.2
004600     COPY CCVSTRG.                                                CVSSHF.2
004700 OBJECT-COMPUTER.                                                 CVSSHF.2
004800     COPY CCVSTRG.                                                CVSSHF.2
004900 INPUT-OUTPUT SECTION.                                            CVSSHF.2
005000 FILE-CONTROL.                                                    CVSSHF.2
005100     SELECT   SELECTED-FILE ASSIGN TO                             CVSSHF.2
005200     "driver_selected.dat"                                        CVSSHF.2
005300     ORGANIZATION LINE SEQUENTIAL                                 CVSSHF.2
005400     FILE STATUS IS WS-SL-FSTATUS.                                CVSSHF.2
005500     SELECT   XCARD-PARM-FILE ASSIGN TO                           CVSSHF.2
005600     "xcard.dat"                                                  CVSSHF.2
005700     ORGANIZATION LINE SEQUENTIAL                                 CVSSHF.2
005800     FILE STATUS IS WS-XCARD-FSTATUS.                             CVSSHF.2
005900     SELECT   PASS-RESULTS-FILE ASSIGN TO                         CVSSHF.2
006000     DYNAMIC WS-PASS-FNAME                                        CVSSHF.2
006100     ORGANIZATION LINE SEQUENTIAL                                 CVSSHF.2
006200     FILE STATUS IS WS-PR-FSTATUS.                                CVSSHF.2
006300     SELECT   SHUFFLE-RPT-FILE ASSIGN TO                          CVSSHF.2
006400     "shuffle_order.rpt"                                          CVSSHF.2
006500     ORGANIZATION LINE SEQUENTIAL                                 CVSSHF.2
006600     FILE STATUS IS WS-RP-FSTATUS.                                CVSSHF.2
006700 DATA DIVISION.                                                   CVSSHF.2
006800 FILE SECTION.                                                    CVSSHF.2
006900 FD  SELECTED-FILE.                                               CVSSHF.2
007000 01  SELECTED-REC PIC X(80).                                      CVSSHF.2
007100 FD  XCARD-PARM-FILE.                                             CVSSHF.2
007200 01  XCARD-PARM-REC PIC X(80).                                    CVSSHF.2
007300 FD  PASS-RESULTS-FILE.                                           CVSSHF.2
007400 01  PASS-RESULTS-REC PIC X(200).                                 CVSSHF.2
007500 FD  SHUFFLE-RPT-FILE.                                            CVSSHF.2
007600 01  SHUFFLE-RPT-REC PIC X(80).                                   CVSSHF.2
007700 WORKING-STORAGE SECTION.                                         CVSSHF.2
007800 77  WS-SL-FSTATUS       PIC XX VALUE SPACE.                      CVSSHF.2
007900 77  WS-XCARD-FSTATUS    PIC XX VALUE SPACE.                      CVSSHF.2
008000 77  WS-PR-FSTATUS       PIC XX VALUE SPACE.                      CVSSHF.2
008100 77  WS-RP-FSTATUS       PIC XX VALUE SPACE.                      CVSSHF.2
008200 77  WS-EOF-SWITCH       PIC X  VALUE "N".                        CVSSHF.2
008300 77  WS-NORUN-CT-PASS    PIC 9  VALUE ZERO.                       CVSSHF.2
008400 77  WS-PASS             PIC 9  VALUE ZERO.                       CVSSHF.2
008500 77  WS-MOD-CT           PIC 9(3) COMP VALUE ZERO.                CVSSHF.2
008600 77  WS-MOD-SUB          PIC 9(3) COMP VALUE ZERO.                CVSSHF.2
008700 77  WS-POS-SUB          PIC 9(3) COMP VALUE ZERO.                CVSSHF.2
008800 77  WS-PICK             PIC 9(3) COMP VALUE ZERO.                CVSSHF.2
008900 77  WS-HOLD             PIC 9(3) COMP VALUE ZERO.                CVSSHF.2
009000 77  WS-TOKEN-SUB        PIC 9(2) COMP VALUE ZERO.                CVSSHF.2
009100 77  WS-ROW-CT           PIC 9(4) COMP VALUE ZERO.                CVSSHF.2
009200 77  WS-ROW-SUB          PIC 9(4) COMP VALUE ZERO.                CVSSHF.2
009300 77  WS-ROW-FOUND        PIC 9(4) COMP VALUE ZERO.                CVSSHF.2
009400 77  WS-PASS-ROWS        PIC 9(4) COMP VALUE ZERO.                CVSSHF.2
009500 77  WS-LIST-PTR         PIC 9(3) COMP VALUE ZERO.                CVSSHF.2
009600 77  WS-LIST-START       PIC 9(3) COMP VALUE ZERO.                CVSSHF.2
009700 77  WS-KEY-WORK         PIC 9(9) COMP VALUE ZERO.                CVSSHF.2
009800 77  WS-LCG-WORK         PIC 9(18) COMP VALUE ZERO.               CVSSHF.2
009900 77  WS-LCG-QUOT         PIC 9(18) COMP VALUE ZERO.               CVSSHF.2
010000 77  WS-CANON-POS        PIC 9(3) VALUE ZERO.                     CVSSHF.2
010100 77  WS-SHUF-POS         PIC 9(3) VALUE ZERO.                     CVSSHF.2
010200 77  WS-DEP-CT           PIC 9(4) VALUE ZERO.                     CVSSHF.2
010300 77  WS-SAME-CT          PIC 9(3) VALUE ZERO.                     CVSSHF.2
010400 77  WS-CHANGED-CT       PIC 9(3) VALUE ZERO.                     CVSSHF.2
010500 77  WS-NORUN-CT         PIC 9(3) VALUE ZERO.                     CVSSHF.2
010600 77  WS-TOTAL-DEP-CT     PIC 9(5) VALUE ZERO.                     CVSSHF.2
010700     COPY CCVSSED.                                                CVSSHF.2
010800 01  WS-XCARD-CODE       PIC X(3).                                CVSSHF.2
010900 01  WS-XCARD-VALUE      PIC X(8).                                CVSSHF.2
011000 01  WS-ANSWER           PIC X(100) VALUE SPACE.                  CVSSHF.2
011100 01  WS-MODULE           PIC X(8) VALUE SPACE.                    CVSSHF.2
011200 01  WS-LIST-NAME        PIC X(8) VALUE SPACE.                    CVSSHF.2
011300 01  WS-CMD              PIC X(400) VALUE SPACE.                  CVSSHF.2
011400 01  WS-PASS-DIR         PIC X(20) VALUE SPACE.                   CVSSHF.2
011500 01  WS-PASS-FNAME       PIC X(40) VALUE SPACE.                   CVSSHF.2
011600 01  WS-WORK-REC         PIC X(200).                              CVSSHF.2
011700 01  WS-FIELD-TABLE.                                              CVSSHF.2
011800     02  WS-FIELD        PIC X(24) OCCURS 9 TIMES.                CVSSHF.2
011900 01  WS-TOKEN-TABLE.                                              CVSSHF.2
012000     02  WS-TOKEN        PIC X(8) OCCURS 10 TIMES.                CVSSHF.2
012100*                                                                 CVSSHF.2
012200*    WS-MD-NAME IS THE CANONICAL ORDER.  WS-SH-ORDER (P) IS THE   CVSSHF.2
012300*    CANONICAL ENTRY RUN P-TH IN THE SHUFFLED PASS, AND           CVSSHF.2
012400*    WS-SH-POS (I) IS THE SHUFFLED POSITION OF CANONICAL ENTRY I. CVSSHF.2
012500*                                                                 CVSSHF.2
012600 01  WS-MODULE-TABLE.                                             CVSSHF.2
012700     02  WS-MD-ENTRY OCCURS 60 TIMES.                             CVSSHF.2
012800         03  WS-MD-NAME      PIC X(8).                            CVSSHF.2
012900         03  WS-SH-ORDER     PIC 9(3) COMP.                       CVSSHF.2
013000         03  WS-SH-POS       PIC 9(3) COMP.                       CVSSHF.2
013100*                                                                 CVSSHF.2
013200*    ONE MODULE AT A TIME: EACH ROW IS ONE PAR-NAME OCCURRENCE    CVSSHF.2
013300*    AND ITS OUTCOME IN EACH PASS ("--" IF THE PASS LACKED IT).   CVSSHF.2
013400*                                                                 CVSSHF.2
013500 01  WS-ROW-TABLE.                                                CVSSHF.2
013600     02  WS-ROW OCCURS 1500 TIMES.                                CVSSHF.2
013700         03  WS-RW-PAR       PIC X(22).                           CVSSHF.2
013800         03  WS-RW-POF       PIC X(5) OCCURS 2 TIMES.             CVSSHF.2
013900 PROCEDURE DIVISION.                                              CVSSHF.2
014000 CCVSSHF-MAIN SECTION.                                            CVSSHF.2
014100 CCVSSHF-START.                                                   CVSSHF.2
014200     DISPLAY  "CCVSSHF: MODULES IN CANONICAL ORDER (BLANK = "     CVSSHF.2
014300              "driver_selected.dat)?".                            CVSSHF.2
014400     MOVE     SPACE TO WS-ANSWER.                                 CVSSHF.2
014500     ACCEPT   WS-ANSWER.                                          CVSSHF.2
014600     IF       WS-ANSWER = SPACE                                   CVSSHF.2
014700              PERFORM LOAD-SELECTED-MODULES                       CVSSHF.2
014800     ELSE                                                         CVSSHF.2
014900              MOVE SPACE TO WS-TOKEN-TABLE                        CVSSHF.2
015000              UNSTRING WS-ANSWER DELIMITED BY ALL SPACE           CVSSHF.2
015100                  INTO WS-TOKEN (1) WS-TOKEN (2) WS-TOKEN (3)     CVSSHF.2
015200                       WS-TOKEN (4) WS-TOKEN (5) WS-TOKEN (6)     CVSSHF.2
015300                       WS-TOKEN (7) WS-TOKEN (8) WS-TOKEN (9)     CVSSHF.2
015400                       WS-TOKEN (10)                              CVSSHF.2
015500              PERFORM ADD-TOKEN-MODULE                            CVSSHF.2
015600                  VARYING WS-TOKEN-SUB FROM 1 BY 1                CVSSHF.2
015700                  UNTIL WS-TOKEN-SUB > 10.                        CVSSHF.2
015800     IF       WS-MOD-CT = ZERO                                    CVSSHF.2
015900              DISPLAY "CCVSSHF: NO MODULES TO RUN"                CVSSHF.2
016000              MOVE 8 TO RETURN-CODE                               CVSSHF.2
016100              STOP RUN.                                           CVSSHF.2
016200     PERFORM  LOAD-SEED-CARD.                                     CVSSHF.2
016300     PERFORM  SHUFFLE-MODULES.                                    CVSSHF.2
016400     OPEN     OUTPUT SHUFFLE-RPT-FILE.                            CVSSHF.2
016500     MOVE     SPACE TO SHUFFLE-RPT-REC.                           CVSSHF.2
016600     STRING   "SHUFFLED-ORDER RUN: SEED " WS-RANDOM-SEED          CVSSHF.2
016700              ", CANONICAL PASS AGAINST SHUFFLED PASS"            CVSSHF.2
016800              DELIMITED BY SIZE INTO SHUFFLE-RPT-REC.             CVSSHF.2
016900     WRITE    SHUFFLE-RPT-REC.                                    CVSSHF.2
017000     MOVE     SPACE TO SHUFFLE-RPT-REC.                           CVSSHF.2
017100     WRITE    SHUFFLE-RPT-REC.                                    CVSSHF.2
017200     MOVE     "CANONICAL ORDER:" TO SHUFFLE-RPT-REC.              CVSSHF.2
017300     WRITE    SHUFFLE-RPT-REC.                                    CVSSHF.2
017400     PERFORM  START-NAME-LIST.                                    CVSSHF.2
017500     PERFORM  LIST-CANONICAL-NAME                                 CVSSHF.2
017600              VARYING WS-POS-SUB FROM 1 BY 1                      CVSSHF.2
017700              UNTIL WS-POS-SUB > WS-MOD-CT.                       CVSSHF.2
017800     PERFORM  FINISH-NAME-LIST.                                   CVSSHF.2
017900     MOVE     "SHUFFLED ORDER:" TO SHUFFLE-RPT-REC.               CVSSHF.2
018000     WRITE    SHUFFLE-RPT-REC.                                    CVSSHF.2
018100     PERFORM  START-NAME-LIST.                                    CVSSHF.2
018200     PERFORM  LIST-SHUFFLED-NAME                                  CVSSHF.2
018300              VARYING WS-POS-SUB FROM 1 BY 1                      CVSSHF.2
018400              UNTIL WS-POS-SUB > WS-MOD-CT.                       CVSSHF.2
018500     PERFORM  FINISH-NAME-LIST.                                   CVSSHF.2
018600     MOVE     SPACE TO SHUFFLE-RPT-REC.                           CVSSHF.2
018700     WRITE    SHUFFLE-RPT-REC.                                    CVSSHF.2
018800     MOVE     1 TO WS-PASS.                                       CVSSHF.2
018900     MOVE     "w_SHUFFLE/canon" TO WS-PASS-DIR.                   CVSSHF.2
019000     PERFORM  RUN-ONE-PASS.                                       CVSSHF.2
019100     MOVE     2 TO WS-PASS.                                       CVSSHF.2
019200     MOVE     "w_SHUFFLE/shuffled" TO WS-PASS-DIR.                CVSSHF.2
019300     PERFORM  RUN-ONE-PASS.                                       CVSSHF.2
019400     PERFORM  COMPARE-ONE-MODULE THRU COMPARE-ONE-MODULE-EX       CVSSHF.2
019500              VARYING WS-MOD-SUB FROM 1 BY 1                      CVSSHF.2
019600              UNTIL WS-MOD-SUB > WS-MOD-CT.                       CVSSHF.2
019700     MOVE     SPACE TO SHUFFLE-RPT-REC.                           CVSSHF.2
019800     WRITE    SHUFFLE-RPT-REC.                                    CVSSHF.2
019900     STRING   "TOTALS: " WS-SAME-CT " UNCHANGED, "                CVSSHF.2
020000              WS-CHANGED-CT " CHANGED, " WS-NORUN-CT " NORUN, "   CVSSHF.2
020100              WS-TOTAL-DEP-CT " ORDER-DEPENDENT PAR-NAME(S)"      CVSSHF.2
020200              DELIMITED BY SIZE INTO SHUFFLE-RPT-REC.             CVSSHF.2
020300     WRITE    SHUFFLE-RPT-REC.                                    CVSSHF.2
020400     CLOSE    SHUFFLE-RPT-FILE.                                   CVSSHF.2
020500     DISPLAY  "CCVSSHF: SEED " WS-RANDOM-SEED ", " WS-SAME-CT     CVSSHF.2
020600              " UNCHANGED, " WS-CHANGED-CT " CHANGED, "           CVSSHF.2
020700              WS-NORUN-CT " NORUN -- SEE shuffle_order.rpt".      CVSSHF.2
020800     IF       WS-CHANGED-CT > ZERO OR WS-NORUN-CT > ZERO          CVSSHF.2
020900              MOVE 4 TO RETURN-CODE                               CVSSHF.2
021000     ELSE                                                         CVSSHF.2
021100              MOVE 0 TO RETURN-CODE.                              CVSSHF.2
021200     STOP     RUN.                                                CVSSHF.2
021300*                                                                 CVSSHF.2
021400*    THE MODULE SET.                                              CVSSHF.2
021500*                                                                 CVSSHF.2
021600 LOAD-SELECTED-MODULES.                                           CVSSHF.2
021700     OPEN     INPUT SELECTED-FILE.                                CVSSHF.2
021800     IF       WS-SL-FSTATUS = "00"                                CVSSHF.2
021900              MOVE "N" TO WS-EOF-SWITCH                           CVSSHF.2
022000              PERFORM READ-SELECTED-LINE                          CVSSHF.2
022100              PERFORM ADD-SELECTED-MODULE                         CVSSHF.2
022200                  UNTIL WS-EOF-SWITCH = "Y"                       CVSSHF.2
022300              CLOSE SELECTED-FILE.                                CVSSHF.2
022400 READ-SELECTED-LINE.                                              CVSSHF.2
022500     MOVE     SPACE TO SELECTED-REC.                              CVSSHF.2
022600     READ     SELECTED-FILE                                       CVSSHF.2
022700              AT END MOVE "Y" TO WS-EOF-SWITCH.                   CVSSHF.2
022800 ADD-SELECTED-MODULE.                                             CVSSHF.2
022900     MOVE     SELECTED-REC (1:8) TO WS-MODULE.                    CVSSHF.2
023000     PERFORM  ADD-MODULE.                                         CVSSHF.2
023100     PERFORM  READ-SELECTED-LINE.                                 CVSSHF.2
023200 ADD-TOKEN-MODULE.                                                CVSSHF.2
023300     MOVE     WS-TOKEN (WS-TOKEN-SUB) TO WS-MODULE.               CVSSHF.2
023400     PERFORM  ADD-MODULE.                                         CVSSHF.2
023500 ADD-MODULE.                                                      CVSSHF.2
023600     IF       WS-MODULE NOT = SPACE                               CVSSHF.2
023700         IF   WS-MOD-CT < 60                                      CVSSHF.2
023800              ADD 1 TO WS-MOD-CT                                  CVSSHF.2
023900              MOVE WS-MODULE TO WS-MD-NAME (WS-MOD-CT)            CVSSHF.2
024000              MOVE WS-MOD-CT TO WS-SH-ORDER (WS-MOD-CT)           CVSSHF.2
024100         ELSE                                                     CVSSHF.2
024200              DISPLAY "CCVSSHF: MORE THAN 60 MODULES -- "         CVSSHF.2
024300                  WS-MODULE " IGNORED".                           CVSSHF.2
024400*                                                                 CVSSHF.2
024500*    THE 999 SEED CARD, AS CCVSVOL READS IT.                      CVSSHF.2
024600*                                                                 CVSSHF.2
024700 LOAD-SEED-CARD.                                                  CVSSHF.2
024800     OPEN     INPUT XCARD-PARM-FILE.                              CVSSHF.2
024900     IF       WS-XCARD-FSTATUS = "00"                             CVSSHF.2
025000              MOVE "N" TO WS-EOF-SWITCH                           CVSSHF.2
025100              PERFORM READ-XCARD-LINE                             CVSSHF.2
025200              PERFORM TAKE-XCARD-LINE                             CVSSHF.2
025300                  UNTIL WS-EOF-SWITCH = "Y"                       CVSSHF.2
025400              CLOSE XCARD-PARM-FILE.                              CVSSHF.2
025500     DISPLAY  "CCVSSHF: SHUFFLE SEED " WS-RANDOM-SEED.            CVSSHF.2
025600 READ-XCARD-LINE.                                                 CVSSHF.2
025700     MOVE     SPACE TO XCARD-PARM-REC.                            CVSSHF.2
025800     READ     XCARD-PARM-FILE                                     CVSSHF.2
025900              AT END MOVE "Y" TO WS-EOF-SWITCH.                   CVSSHF.2
026000 TAKE-XCARD-LINE.                                                 CVSSHF.2
026100     MOVE     SPACE TO WS-XCARD-CODE WS-XCARD-VALUE.              CVSSHF.2
026200     UNSTRING XCARD-PARM-REC DELIMITED BY "="                     CVSSHF.2
026300              INTO WS-XCARD-CODE WS-XCARD-VALUE.                  CVSSHF.2
026400     IF       WS-XCARD-CODE = "999"                               CVSSHF.2
026500              AND WS-XCARD-VALUE IS NUMERIC                       CVSSHF.2
026600              MOVE WS-XCARD-VALUE TO WS-RANDOM-SEED.              CVSSHF.2
026700     PERFORM  READ-XCARD-LINE.                                    CVSSHF.2
026800*                                                                 CVSSHF.2
026900*    FISHER-YATES FROM THE LAST SLOT DOWN: EACH SLOT SWAPS WITH   CVSSHF.2
027000*    A SLOT AT OR BELOW IT PICKED BY THE NEXT GENERATOR VALUE.    CVSSHF.2
027100*                                                                 CVSSHF.2
027200 SHUFFLE-MODULES.                                                 CVSSHF.2
027300     MOVE     WS-RANDOM-SEED TO WS-KEY-WORK.                      CVSSHF.2
027400     PERFORM  SHUFFLE-ONE-SLOT                                    CVSSHF.2
027500              VARYING WS-POS-SUB FROM WS-MOD-CT BY -1             CVSSHF.2
027600              UNTIL WS-POS-SUB < 2.                               CVSSHF.2
027700     PERFORM  NOTE-SHUFFLED-POSITION                              CVSSHF.2
027800              VARYING WS-POS-SUB FROM 1 BY 1                      CVSSHF.2
027900              UNTIL WS-POS-SUB > WS-MOD-CT.                       CVSSHF.2
028000 SHUFFLE-ONE-SLOT.                                                CVSSHF.2
028100     COMPUTE  WS-LCG-WORK = (WS-KEY-WORK * 1103515) + 12345.      CVSSHF.2
028200     DIVIDE   WS-LCG-WORK BY 1000000000 GIVING WS-LCG-QUOT        CVSSHF.2
028300              REMAINDER WS-KEY-WORK.                              CVSSHF.2
028400     DIVIDE   WS-KEY-WORK BY WS-POS-SUB GIVING WS-LCG-QUOT        CVSSHF.2
028500              REMAINDER WS-PICK.                                  CVSSHF.2
028600     ADD      1 TO WS-PICK.                                       CVSSHF.2
028700     MOVE     WS-SH-ORDER (WS-POS-SUB) TO WS-HOLD.                CVSSHF.2
028800     MOVE     WS-SH-ORDER (WS-PICK) TO WS-SH-ORDER (WS-POS-SUB).  CVSSHF.2
028900     MOVE     WS-HOLD TO WS-SH-ORDER (WS-PICK).                   CVSSHF.2
029000 NOTE-SHUFFLED-POSITION.                                          CVSSHF.2
029100     MOVE     WS-POS-SUB TO WS-SH-POS (WS-SH-ORDER (WS-POS-SUB)). CVSSHF.2
029200*                                                                 CVSSHF.2
029300*    ONE PASS: A FRESH SHARED WORKSPACE, THEN EVERY MODULE IN     CVSSHF.2
029400*    THE PASS'S ORDER WITH NOTHING CLEANED BETWEEN THEM.          CVSSHF.2
029500*                                                                 CVSSHF.2
029600 RUN-ONE-PASS.                                                    CVSSHF.2
029700     MOVE     SPACE TO WS-CMD.                                    CVSSHF.2
029800     STRING   "n=" DELIMITED BY SIZE                              CVSSHF.2
029900              WS-PASS-DIR DELIMITED BY SPACE                      CVSSHF.2
030000              "; rm -rf $n; mkdir -p $n;" DELIMITED BY SIZE       CVSSHF.2
030100              " cp -f *.dat $n/ 2>/dev/null" DELIMITED BY SIZE    CVSSHF.2
030200              INTO WS-CMD.                                        CVSSHF.2
030300     CALL     "SYSTEM" USING WS-CMD.                              CVSSHF.2
030400     PERFORM  RUN-ONE-MODULE                                      CVSSHF.2
030500              VARYING WS-POS-SUB FROM 1 BY 1                      CVSSHF.2
030600              UNTIL WS-POS-SUB > WS-MOD-CT.                       CVSSHF.2
030700 RUN-ONE-MODULE.                                                  CVSSHF.2
030800     IF       WS-PASS = 1                                         CVSSHF.2
030900              MOVE WS-MD-NAME (WS-POS-SUB) TO WS-MODULE           CVSSHF.2
031000     ELSE                                                         CVSSHF.2
031100              MOVE WS-MD-NAME (WS-SH-ORDER (WS-POS-SUB))          CVSSHF.2
031200                  TO WS-MODULE.                                   CVSSHF.2
031300     DISPLAY  "CCVSSHF: PASS " WS-PASS " " WS-MODULE.             CVSSHF.2
031400     MOVE     SPACE TO WS-CMD.                                    CVSSHF.2
031500     STRING   "cd " DELIMITED BY SIZE                             CVSSHF.2
031600              WS-PASS-DIR DELIMITED BY SPACE                      CVSSHF.2
031700              "; m=" DELIMITED BY SIZE                            CVSSHF.2
031800              WS-MODULE DELIMITED BY SPACE                        CVSSHF.2
031900              "; rm -f results.csv; if [ -x ../../$m ]; then"     CVSSHF.2
032000                  DELIMITED BY SIZE                               CVSSHF.2
032100              " COB_LIBRARY_PATH=../..:$COB_LIBRARY_PATH"         CVSSHF.2
032200                  DELIMITED BY SIZE                               CVSSHF.2
032300              " timeout 300 ../../$m >/dev/null 2>&1; fi;"        CVSSHF.2
032400                  DELIMITED BY SIZE                               CVSSHF.2
032500              " mv -f results.csv $m.res 2>/dev/null"             CVSSHF.2
032600                  DELIMITED BY SIZE                               CVSSHF.2
032700              INTO WS-CMD.                                        CVSSHF.2
032800     CALL     "SYSTEM" USING WS-CMD.                              CVSSHF.2
032900*                                                                 CVSSHF.2
033000*    ONE MODULE: BOTH PASSES' RESULTS, THEN THE COMPARISON.       CVSSHF.2
033100*                                                                 CVSSHF.2
033200 COMPARE-ONE-MODULE.                                              CVSSHF.2
033300     MOVE     ZERO TO WS-ROW-CT WS-DEP-CT WS-NORUN-CT-PASS.       CVSSHF.2
033400     MOVE     1 TO WS-PASS.                                       CVSSHF.2
033500     MOVE     "w_SHUFFLE/canon" TO WS-PASS-DIR.                   CVSSHF.2
033600     PERFORM  ABSORB-ONE-PASS THRU ABSORB-ONE-PASS-EX.            CVSSHF.2
033700     MOVE     2 TO WS-PASS.                                       CVSSHF.2
033800     MOVE     "w_SHUFFLE/shuffled" TO WS-PASS-DIR.                CVSSHF.2
033900     PERFORM  ABSORB-ONE-PASS THRU ABSORB-ONE-PASS-EX.            CVSSHF.2
034000     MOVE     WS-MOD-SUB TO WS-CANON-POS.                         CVSSHF.2
034100     MOVE     WS-SH-POS (WS-MOD-SUB) TO WS-SHUF-POS.              CVSSHF.2
034200     MOVE     SPACE TO SHUFFLE-RPT-REC.                           CVSSHF.2
034300     IF       WS-NORUN-CT-PASS = 2                                CVSSHF.2
034400              ADD 1 TO WS-NORUN-CT                                CVSSHF.2
034500              STRING WS-MD-NAME (WS-MOD-SUB) "  NORUN -- NO "     CVSSHF.2
034600                  "results.csv IN EITHER PASS" DELIMITED BY SIZE  CVSSHF.2
034700                  INTO SHUFFLE-RPT-REC                            CVSSHF.2
034800              WRITE SHUFFLE-RPT-REC                               CVSSHF.2
034900              GO TO COMPARE-ONE-MODULE-EX.                        CVSSHF.2
035000     PERFORM  COUNT-CHANGED-ROW                                   CVSSHF.2
035100              VARYING WS-ROW-SUB FROM 1 BY 1                      CVSSHF.2
035200              UNTIL WS-ROW-SUB > WS-ROW-CT.                       CVSSHF.2
035300     IF       WS-DEP-CT = ZERO                                    CVSSHF.2
035400              ADD 1 TO WS-SAME-CT                                 CVSSHF.2
035500              STRING WS-MD-NAME (WS-MOD-SUB) "  UNCHANGED -- "    CVSSHF.2
035600                  "POSITION " WS-CANON-POS " CANONICAL, "         CVSSHF.2
035700                  WS-SHUF-POS " SHUFFLED" DELIMITED BY SIZE       CVSSHF.2
035800                  INTO SHUFFLE-RPT-REC                            CVSSHF.2
035900              WRITE SHUFFLE-RPT-REC                               CVSSHF.2
036000              GO TO COMPARE-ONE-MODULE-EX.                        CVSSHF.2
036100     ADD      1 TO WS-CHANGED-CT.                                 CVSSHF.2
036200     ADD      WS-DEP-CT TO WS-TOTAL-DEP-CT.                       CVSSHF.2
036300     STRING   WS-MD-NAME (WS-MOD-SUB) "  CHANGED -- POSITION "    CVSSHF.2
036400              WS-CANON-POS " CANONICAL, " WS-SHUF-POS             CVSSHF.2
036500              " SHUFFLED, " WS-DEP-CT " PAR-NAME(S)"              CVSSHF.2
036600              DELIMITED BY SIZE INTO SHUFFLE-RPT-REC.             CVSSHF.2
036700     WRITE    SHUFFLE-RPT-REC.                                    CVSSHF.2
036800     MOVE     "    RAN BEFORE IT WHEN SHUFFLED:"                  CVSSHF.2
036900              TO SHUFFLE-RPT-REC.                                 CVSSHF.2
037000     WRITE    SHUFFLE-RPT-REC.                                    CVSSHF.2
037100     PERFORM  START-NAME-LIST.                                    CVSSHF.2
037200     PERFORM  LIST-SHUFFLED-NAME                                  CVSSHF.2
037300              VARYING WS-POS-SUB FROM 1 BY 1                      CVSSHF.2
037400              UNTIL WS-POS-SUB NOT < WS-SHUF-POS.                 CVSSHF.2
037500     PERFORM  FINISH-NAME-LIST.                                   CVSSHF.2
037600     MOVE     "    CANONICALLY BEFORE IT BUT NOT WHEN SHUFFLED:"  CVSSHF.2
037700              TO SHUFFLE-RPT-REC.                                 CVSSHF.2
037800     WRITE    SHUFFLE-RPT-REC.                                    CVSSHF.2
037900     PERFORM  START-NAME-LIST.                                    CVSSHF.2
038000     PERFORM  LIST-MISSED-PREDECESSOR                             CVSSHF.2
038100              VARYING WS-POS-SUB FROM 1 BY 1                      CVSSHF.2
038200              UNTIL WS-POS-SUB NOT < WS-MOD-SUB.                  CVSSHF.2
038300     PERFORM  FINISH-NAME-LIST.                                   CVSSHF.2
038400     MOVE     "    PAR-NAME                CANON SHUFL"           CVSSHF.2
038500              TO SHUFFLE-RPT-REC.                                 CVSSHF.2
038600     WRITE    SHUFFLE-RPT-REC.                                    CVSSHF.2
038700     PERFORM  REPORT-CHANGED-ROW                                  CVSSHF.2
038800              VARYING WS-ROW-SUB FROM 1 BY 1                      CVSSHF.2
038900              UNTIL WS-ROW-SUB > WS-ROW-CT.                       CVSSHF.2
039000     DISPLAY  "CCVSSHF: " WS-MD-NAME (WS-MOD-SUB) " CHANGED, "    CVSSHF.2
039100              WS-DEP-CT " PAR-NAME(S)".                           CVSSHF.2
039200 COMPARE-ONE-MODULE-EX.                                           CVSSHF.2
039300     EXIT.                                                        CVSSHF.2
039400*                                                                 CVSSHF.2
039500*    PASS 1 OPENS THE ROWS; PASS 2 PAIRS WITH THE FIRST ROW OF    CVSSHF.2
039600*    THE SAME PAR-NAME IT HAS NOT YET PAIRED WITH, OR OPENS A     CVSSHF.2
039700*    ROW OF ITS OWN.                                              CVSSHF.2
039800*                                                                 CVSSHF.2
039900 ABSORB-ONE-PASS.                                                 CVSSHF.2
040000     MOVE     SPACE TO WS-PASS-FNAME.                             CVSSHF.2
040100     STRING   WS-PASS-DIR DELIMITED BY SPACE                      CVSSHF.2
040200              "/" DELIMITED BY SIZE                               CVSSHF.2
040300              WS-MD-NAME (WS-MOD-SUB) DELIMITED BY SPACE          CVSSHF.2
040400              ".res" DELIMITED BY SIZE                            CVSSHF.2
040500              INTO WS-PASS-FNAME.                                 CVSSHF.2
040600     MOVE     ZERO TO WS-PASS-ROWS.                               CVSSHF.2
040700     OPEN     INPUT PASS-RESULTS-FILE.                            CVSSHF.2
040800     IF       WS-PR-FSTATUS NOT = "00"                            CVSSHF.2
040900              ADD 1 TO WS-NORUN-CT-PASS                           CVSSHF.2
041000              GO TO ABSORB-ONE-PASS-EX.                           CVSSHF.2
041100     MOVE     "N" TO WS-EOF-SWITCH.                               CVSSHF.2
041200     PERFORM  READ-PASS-LINE.                                     CVSSHF.2
041300     PERFORM  ABSORB-PASS-LINE UNTIL WS-EOF-SWITCH = "Y".         CVSSHF.2
041400     CLOSE    PASS-RESULTS-FILE.                                  CVSSHF.2
041500     IF       WS-PASS-ROWS = ZERO                                 CVSSHF.2
041600              ADD 1 TO WS-NORUN-CT-PASS.                          CVSSHF.2
041700 ABSORB-ONE-PASS-EX.                                              CVSSHF.2
041800     EXIT.                                                        CVSSHF.2
041900 READ-PASS-LINE.                                                  CVSSHF.2
042000     READ     PASS-RESULTS-FILE INTO WS-WORK-REC                  CVSSHF.2
042100              AT END MOVE "Y" TO WS-EOF-SWITCH.                   CVSSHF.2
042200 ABSORB-PASS-LINE.                                                CVSSHF.2
042300     MOVE     SPACE TO WS-FIELD-TABLE.                            CVSSHF.2
042400     UNSTRING WS-WORK-REC DELIMITED BY ","                        CVSSHF.2
042500              INTO WS-FIELD (1) WS-FIELD (2) WS-FIELD (3)         CVSSHF.2
042600                   WS-FIELD (4) WS-FIELD (5) WS-FIELD (6)         CVSSHF.2
042700                   WS-FIELD (7) WS-FIELD (8) WS-FIELD (9).        CVSSHF.2
042800     IF       WS-FIELD (1) NOT = "PGM-ID"                         CVSSHF.2
042900              AND WS-FIELD (4) NOT = SPACE                        CVSSHF.2
043000              AND WS-FIELD (5) NOT = SPACE                        CVSSHF.2
043100              ADD 1 TO WS-PASS-ROWS                               CVSSHF.2
043200              PERFORM ABSORB-ONE-CASE.                            CVSSHF.2
043300     PERFORM  READ-PASS-LINE.                                     CVSSHF.2
043400 ABSORB-ONE-CASE.                                                 CVSSHF.2
043500     MOVE     ZERO TO WS-ROW-FOUND.                               CVSSHF.2
043600     IF       WS-PASS = 2                                         CVSSHF.2
043700              PERFORM MATCH-ONE-CASE                              CVSSHF.2
043800                  VARYING WS-ROW-SUB FROM 1 BY 1                  CVSSHF.2
043900                  UNTIL WS-ROW-SUB > WS-ROW-CT                    CVSSHF.2
044000                  OR WS-ROW-FOUND > ZERO.                         CVSSHF.2
044100     IF       WS-ROW-FOUND = ZERO                                 CVSSHF.2
044200              AND WS-ROW-CT < 1500                                CVSSHF.2
044300              ADD 1 TO WS-ROW-CT                                  CVSSHF.2
044400              MOVE WS-ROW-CT TO WS-ROW-FOUND                      CVSSHF.2
044500              MOVE WS-FIELD (4) TO WS-RW-PAR (WS-ROW-FOUND)       CVSSHF.2
044600              MOVE "--" TO WS-RW-POF (WS-ROW-FOUND, 1)            CVSSHF.2
044700              MOVE "--" TO WS-RW-POF (WS-ROW-FOUND, 2).           CVSSHF.2
044800     IF       WS-ROW-FOUND > ZERO                                 CVSSHF.2
044900              MOVE WS-FIELD (5) (1:5)                             CVSSHF.2
045000                  TO WS-RW-POF (WS-ROW-FOUND, WS-PASS).           CVSSHF.2
045100 MATCH-ONE-CASE.                                                  CVSSHF.2
045200     IF       WS-RW-PAR (WS-ROW-SUB) = WS-FIELD (4)               CVSSHF.2
045300              AND WS-RW-POF (WS-ROW-SUB, 2) = "--"                CVSSHF.2
045400              MOVE WS-ROW-SUB TO WS-ROW-FOUND.                    CVSSHF.2
045500 COUNT-CHANGED-ROW.                                               CVSSHF.2
045600     IF       WS-RW-POF (WS-ROW-SUB, 1)                           CVSSHF.2
045700                  NOT = WS-RW-POF (WS-ROW-SUB, 2)                 CVSSHF.2
045800              ADD 1 TO WS-DEP-CT.                                 CVSSHF.2
045900 REPORT-CHANGED-ROW.                                              CVSSHF.2
046000     IF       WS-RW-POF (WS-ROW-SUB, 1)                           CVSSHF.2
046100                  NOT = WS-RW-POF (WS-ROW-SUB, 2)                 CVSSHF.2
046200              MOVE SPACE TO SHUFFLE-RPT-REC                       CVSSHF.2
046300              MOVE WS-RW-PAR (WS-ROW-SUB)                         CVSSHF.2
046400                  TO SHUFFLE-RPT-REC (5:22)                       CVSSHF.2
046500              MOVE WS-RW-POF (WS-ROW-SUB, 1)                      CVSSHF.2
046600                  TO SHUFFLE-RPT-REC (29:5)                       CVSSHF.2
046700              MOVE WS-RW-POF (WS-ROW-SUB, 2)                      CVSSHF.2
046800                  TO SHUFFLE-RPT-REC (35:5)                       CVSSHF.2
046900              WRITE SHUFFLE-RPT-REC.                              CVSSHF.2
047000*                                                                 CVSSHF.2
047100*    MODULE-NAME LISTS, WRAPPED AND INDENTED UNDER THEIR TITLE.   CVSSHF.2
047200*                                                                 CVSSHF.2
047300 START-NAME-LIST.                                                 CVSSHF.2
047400     MOVE     SPACE TO SHUFFLE-RPT-REC.                           CVSSHF.2
047500     MOVE     9 TO WS-LIST-PTR WS-LIST-START.                     CVSSHF.2
047600 LIST-CANONICAL-NAME.                                             CVSSHF.2
047700     MOVE     WS-MD-NAME (WS-POS-SUB) TO WS-LIST-NAME.            CVSSHF.2
047800     PERFORM  LIST-ONE-NAME.                                      CVSSHF.2
047900 LIST-SHUFFLED-NAME.                                              CVSSHF.2
048000     MOVE     WS-MD-NAME (WS-SH-ORDER (WS-POS-SUB))               CVSSHF.2
048100              TO WS-LIST-NAME.                                    CVSSHF.2
048200     PERFORM  LIST-ONE-NAME.                                      CVSSHF.2
048300 LIST-MISSED-PREDECESSOR.                                         CVSSHF.2
048400     IF       WS-SH-POS (WS-POS-SUB) > WS-SH-POS (WS-MOD-SUB)     CVSSHF.2
048500              MOVE WS-MD-NAME (WS-POS-SUB) TO WS-LIST-NAME        CVSSHF.2
048600              PERFORM LIST-ONE-NAME.                              CVSSHF.2
048700 LIST-ONE-NAME.                                                   CVSSHF.2
048800     IF       WS-LIST-PTR > 71                                    CVSSHF.2
048900              WRITE SHUFFLE-RPT-REC                               CVSSHF.2
049000              MOVE SPACE TO SHUFFLE-RPT-REC                       CVSSHF.2
049100              MOVE WS-LIST-START TO WS-LIST-PTR.                  CVSSHF.2
049200     STRING   WS-LIST-NAME DELIMITED BY SPACE                     CVSSHF.2
049300              " " DELIMITED BY SIZE                               CVSSHF.2
049400              INTO SHUFFLE-RPT-REC WITH POINTER WS-LIST-PTR.      CVSSHF.2
049500 FINISH-NAME-LIST.                                                CVSSHF.2
049600     IF       WS-LIST-PTR = WS-LIST-START                         CVSSHF.2
049700              MOVE "(NONE)" TO SHUFFLE-RPT-REC (WS-LIST-START:6). CVSSHF.2
049800     WRITE    SHUFFLE-RPT-REC.                                    CVSSHF.2
