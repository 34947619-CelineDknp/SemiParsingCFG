000100 IDENTIFICATION DIVISION.                                         CVSMUT.2
000200 PROGRAM-ID.                                                      CVSMUT.2
000300     CCVSMUT.                                                     CVSMUT.2
000400****************************************************************  CVSMUT.2
000500*                                                              *  CVSMUT.2
000600*    ASSERTION SENSITIVITY SWEEP.                              *  CVSMUT.2
000700*                                                              *  CVSMUT.2
000800*    A TEST CASE THAT CANNOT FAIL PROVES NOTHING.  GIVEN A     *  CVSMUT.2
000900*    MODULE NAME FROM THE CONSOLE, THIS PROGRAM COPIES THE     *  CVSMUT.2
001000*    MODULE'S SOURCE INTO ITS OWN w_SENSE WORKSPACE (WITH THE  *  CVSMUT.2
001100*    COPY LIBRARY AND THE .dat FILES OF THE CURRENT RUN) AND   *  CVSMUT.2
001200*    BUILDS AND RUNS IT ONCE UNCHANGED FOR THE BASELINE        *  CVSMUT.2
001300*    VERDICTS.  THEN, ONE ASSERTION AT A TIME, THE IF FEEDING  *  CVSMUT.2
001400*    EACH "PERFORM PASS" IS INVERTED -- ITS CONDITION IS       *  CVSMUT.2
001500*    WRAPPED IN NOT ( ), SO EVERY RELATION IN IT IS SWAPPED    *  CVSMUT.2
001600*    FOR ITS OPPOSITE -- AND THE MUTANT IS REBUILT WITH THE    *  CVSMUT.2
001700*    compile_cmd.dat TEMPLATE ($m BEING THE MODULE NAME, RUN   *  CVSMUT.2
001800*    IN w_SENSE/run WITH THE SOURCE BOTH THERE AND ONE LEVEL   *  CVSMUT.2
001900*    UP, AS IN THE SUITE'S OWN LAYOUT) AND RUN AGAIN.  WHERE   *  CVSMUT.2
002000*    THE PASS IS UNCONDITIONAL, THE GUARDING IF THAT BRANCHES  *  CVSMUT.2
002100*    TO THE FAIL PATH EARLIER IN THE SAME TEST IS INVERTED     *  CVSMUT.2
002200*    INSTEAD.                                                  *  CVSMUT.2
002300*                                                              *  CVSMUT.2
002400*    A MUTANT KILLS ITS ASSERTION WHEN THE MODULE SCORES       *  CVSMUT.2
002500*    FEWER PASS ROWS IN results.csv THAN IN THE BASELINE (AN   *  CVSMUT.2
002600*    ABEND OR A RUN OVER 300 SECONDS ALSO KILLS IT).  A        *  CVSMUT.2
002700*    PAR-NAME THAT STILL REPORTS EVERY PASS IS INSENSITIVE;    *  CVSMUT.2
002800*    ONE THAT NEVER PASSED IN THE BASELINE IS NOT COUNTED.     *  CVSMUT.2
002900*    assertion_sensitivity.rpt GETS ONE ROW PER ASSERTION:     *  CVSMUT.2
003000*                                                              *  CVSMUT.2
003100*        PAR-NAME: KILLED / INSENSITIVE: LINE nnnnnn           *  CVSMUT.2
003200*        PAR-NAME: NOT-PASSING / NO-CONDITION / UNCOMPILED:    *  CVSMUT.2
003300*                  LINE nnnnnn      (NOT COUNTED)              *  CVSMUT.2
003400*                                                              *  CVSMUT.2
003500*    AND A TOTALS LINE; THE MODULE'S SENSITIVITY PERCENTAGE    *  CVSMUT.2
003600*    (KILLED OVER KILLED PLUS INSENSITIVE) REPLACES ANY        *  CVSMUT.2
003700*    EARLIER LINE FOR IT IN assertion_sensitivity.dat, WHICH   *  CVSMUT.2
003800*    CCVSDRV COPIES ONTO THE SIGN-OFF COVER SHEET.             *  CVSMUT.2
003900*    RETURN-CODE IS 8 WHEN AN ASSERTION IS INSENSITIVE OR THE  *  CVSMUT.2
004000*    BASELINE WILL NOT BUILD, 0 OTHERWISE.  WITH NO            *  CVSMUT.2
004100*    compile_cmd.dat THERE IS NOTHING TO REBUILD WITH AND THE  *  CVSMUT.2
004200*    SWEEP IS SKIPPED.                                         *  CVSMUT.2
004300*                                                              *  CVSMUT.2
004400****************************************************************  CVSMUT.2
004500 ENVIRONMENT DIVISION.                                            CVSMUT.2
004600 CONFIGURATION SECTION.                                           CVSMUT.2
004700 SOURCE-COMPUTER.                                                 CVSMUT.2
004800     COPY CCVSTRG.                                                CVSMUT.2
004900 OBJECT-COMPUTER.                                                 CVSMUT.2
005000     COPY CCVSTRG.                                                CVSMUT.2
005100 INPUT-OUTPUT SECTION.                                            CVSMUT.2
005200 FILE-CONTROL.                                                    CVSMUT.2
005300     SELECT   COMPILE-CTL-FILE ASSIGN TO                          CVSMUT.2
005400     "compile_cmd.dat"                                            CVSMUT.2
005500     ORGANIZATION LINE SEQUENTIAL                                 CVSMUT.2
005600     FILE STATUS IS WS-CC-FSTATUS.                                CVSMUT.2
005700     SELECT   MODULE-SOURCE-FILE ASSIGN TO                        CVSMUT.2
005800     DYNAMIC WS-SRC-FNAME                                         CVSMUT.2
005900     ORGANIZATION LINE SEQUENTIAL                                 CVSMUT.2
006000     FILE STATUS IS WS-SRC-FSTATUS.                               CVSMUT.2
006100     SELECT   MUTANT-FILE ASSIGN TO                               CVSMUT.2
006200     DYNAMIC WS-MUT-FNAME                                         CVSMUT.2
006300     ORGANIZATION LINE SEQUENTIAL                                 CVSMUT.2
006400     FILE STATUS IS WS-MU-FSTATUS.                                CVSMUT.2
006500     SELECT   SENSE-PROBE-FILE ASSIGN TO                          CVSMUT.2
006600     "w_SENSE/probe.tmp"                                          CVSMUT.2
006700     ORGANIZATION LINE SEQUENTIAL                                 CVSMUT.2
006800     FILE STATUS IS WS-PB-FSTATUS.                                CVSMUT.2
006900     SELECT   SENSE-RESULTS-FILE ASSIGN TO                        CVSMUT.2
007000     "w_SENSE/run/results.csv"                                    CVSMUT.2
007100     ORGANIZATION LINE SEQUENTIAL                                 CVSMUT.2
007200     FILE STATUS IS WS-SR-FSTATUS.                                CVSMUT.2
007300     SELECT   SENSE-REPORT-FILE ASSIGN TO                         CVSMUT.2
007400     "assertion_sensitivity.rpt"                                  CVSMUT.2
007500     ORGANIZATION LINE SEQUENTIAL                                 CVSMUT.2
007600     FILE STATUS IS WS-RP-FSTATUS.                                CVSMUT.2
007700     SELECT   SENSE-COVER-FILE ASSIGN TO                          CVSMUT.2
007800     "assertion_sensitivity.dat"                                  CVSMUT.2
007900     ORGANIZATION LINE SEQUENTIAL                                 CVSMUT.2
008000     FILE STATUS IS WS-CV-FSTATUS.                                CVSMUT.2
008100 DATA DIVISION.                                                   CVSMUT.2
008200 FILE SECTION.                                                    CVSMUT.2
008300 FD  COMPILE-CTL-FILE.                                            CVSMUT.2
008400 01  COMPILE-CTL-REC PIC X(120).                                  CVSMUT.2
008500 FD  MODULE-SOURCE-FILE.                                          CVSMUT.2
008600 01  MODULE-SOURCE-REC PIC X(256).                                CVSMUT.2
008700 FD  MUTANT-FILE.                                                 CVSMUT.2
008800 01  MUTANT-REC PIC X(256).                                       CVSMUT.2
008900 FD  SENSE-PROBE-FILE.                                            CVSMUT.2
009000 01  SENSE-PROBE-REC PIC X(40).                                   CVSMUT.2
009100 FD  SENSE-RESULTS-FILE.                                          CVSMUT.2
009200 01  SENSE-RESULTS-REC PIC X(200).                                CVSMUT.2
009300 FD  SENSE-REPORT-FILE.                                           CVSMUT.2
009400 01  SENSE-REPORT-REC PIC X(132).                                 CVSMUT.2
009500 FD  SENSE-COVER-FILE.                                            CVSMUT.2
009600 01  SENSE-COVER-REC PIC X(80).                                   CVSMUT.2
009700 WORKING-STORAGE SECTION.                                         CVSMUT.2
009800 77  WS-CC-FSTATUS       PIC XX VALUE SPACE.                      CVSMUT.2
009900 77  WS-SRC-FSTATUS      PIC XX VALUE SPACE.                      CVSMUT.2
010000 77  WS-MU-FSTATUS       PIC XX VALUE SPACE.                      CVSMUT.2
010100 77  WS-PB-FSTATUS       PIC XX VALUE SPACE.                      CVSMUT.2
010200 77  WS-SR-FSTATUS       PIC XX VALUE SPACE.                      CVSMUT.2
010300 77  WS-RP-FSTATUS       PIC XX VALUE SPACE.                      CVSMUT.2
010400 77  WS-CV-FSTATUS       PIC XX VALUE SPACE.                      CVSMUT.2
010500 77  WS-EOF-SWITCH       PIC X  VALUE "N".                        CVSMUT.2
010600 77  WS-PROC-SW          PIC X  VALUE "N".                        CVSMUT.2
010700 77  WS-PEND-USED        PIC X  VALUE "N".                        CVSMUT.2
010800 77  WS-AFTER-PERFORM    PIC X  VALUE "N".                        CVSMUT.2
010900 77  WS-IN-PASS-PARA     PIC X  VALUE "N".                        CVSMUT.2
011000 77  WS-PASS-PRINTS      PIC X  VALUE "N".                        CVSMUT.2
011100 77  WS-NAME-FRESH       PIC X  VALUE "N".                        CVSMUT.2
011200 77  WS-QUOTE-CHAR       PIC X  VALUE SPACE.                      CVSMUT.2
011300 77  WS-CH               PIC X  VALUE SPACE.                      CVSMUT.2
011400 77  WS-TEMPLATE-LEN     PIC 9(3) VALUE ZERO.                     CVSMUT.2
011500 77  WS-COL              PIC 9(3) COMP VALUE ZERO.                CVSMUT.2
011600 77  WS-CUT              PIC 9(3) COMP VALUE ZERO.                CVSMUT.2
011700 77  WS-LN               PIC 9(4) COMP VALUE ZERO.                CVSMUT.2
011800 77  WS-SRC-COUNT        PIC 9(4) COMP VALUE ZERO.                CVSMUT.2
011900 77  WS-SITE-COUNT       PIC 9(4) COMP VALUE ZERO.                CVSMUT.2
012000 77  WS-CUR-SITE         PIC 9(4) COMP VALUE ZERO.                CVSMUT.2
012100 77  WS-OPEN-SITE        PIC 9(4) COMP VALUE ZERO.                CVSMUT.2
012200 77  WS-BASE-COUNT       PIC 9(4) COMP VALUE ZERO.                CVSMUT.2
012300 77  WS-SUB              PIC 9(4) COMP VALUE ZERO.                CVSMUT.2
012400 77  WS-PEND-IF-LINE     PIC 9(4) COMP VALUE ZERO.                CVSMUT.2
012500 77  WS-PEND-IF-COL      PIC 9(3) COMP VALUE ZERO.                CVSMUT.2
012600 77  WS-PEND-END-LINE    PIC 9(4) COMP VALUE ZERO.                CVSMUT.2
012700 77  WS-PEND-END-COL     PIC 9(3) COMP VALUE ZERO.                CVSMUT.2
012800 77  WS-FAIL-IF-LINE     PIC 9(4) COMP VALUE ZERO.                CVSMUT.2
012900 77  WS-FAIL-IF-COL      PIC 9(3) COMP VALUE ZERO.                CVSMUT.2
013000 77  WS-FAIL-END-LINE    PIC 9(4) COMP VALUE ZERO.                CVSMUT.2
013100 77  WS-FAIL-END-COL     PIC 9(3) COMP VALUE ZERO.                CVSMUT.2
013200 77  WS-BASE-PASSES      PIC 9(4) COMP VALUE ZERO.                CVSMUT.2
013300 77  WS-MUT-PASSES       PIC 9(4) COMP VALUE ZERO.                CVSMUT.2
013400 77  WS-BASE-TOTAL       PIC 9(4) COMP VALUE ZERO.                CVSMUT.2
013500 77  WS-KILLED           PIC 9(4) VALUE ZERO.                     CVSMUT.2
013600 77  WS-INSENSITIVE      PIC 9(4) VALUE ZERO.                     CVSMUT.2
013700 77  WS-SKIPPED          PIC 9(4) VALUE ZERO.                     CVSMUT.2
013800 77  WS-PERCENT          PIC 9(3) VALUE ZERO.                     CVSMUT.2
013900 77  WS-BUILD-RC         PIC X(6) VALUE SPACE.                    CVSMUT.2
014000 01  WS-MODULE           PIC X(8) VALUE SPACE.                    CVSMUT.2
014100 01  WS-COMPILE-TEMPLATE PIC X(120) VALUE SPACE.                  CVSMUT.2
014200 01  WS-CMD              PIC X(600) VALUE SPACE.                  CVSMUT.2
014300 01  WS-SRC-FNAME        PIC X(40) VALUE SPACE.                   CVSMUT.2
014400 01  WS-MUT-FNAME        PIC X(40) VALUE SPACE.                   CVSMUT.2
014500 01  WS-HYPHENS          PIC X(72) VALUE ALL "-".                 CVSMUT.2
014600 01  WS-WORK-LINE        PIC X(256) VALUE SPACE.                  CVSMUT.2
014700 01  WS-CUR-PARNAME      PIC X(22) VALUE SPACE.                   CVSMUT.2
014800 01  WS-NEW-PARNAME      PIC X(22) VALUE SPACE.                   CVSMUT.2
014900 01  WS-RES-PARNAME      PIC X(22) VALUE SPACE.                   CVSMUT.2
015000 01  WS-JUNK             PIC X(72) VALUE SPACE.                   CVSMUT.2
015100 01  WS-TALLY            PIC 9(3) COMP VALUE ZERO.                CVSMUT.2
015200 01  WS-VERDICT          PIC X(12) VALUE SPACE.                   CVSMUT.2
015300 01  WS-EDIT-LINE        PIC 9(6) VALUE ZERO.                     CVSMUT.2
015400 01  WS-EDIT-COUNT       PIC ZZZ9.                                CVSMUT.2
015500 01  WS-EDIT-COUNT-2     PIC ZZZ9.                                CVSMUT.2
015600 01  WS-EDIT-COUNT-3     PIC ZZZ9.                                CVSMUT.2
015700 01  WS-EDIT-COUNT-4     PIC ZZZ9.                                CVSMUT.2
015800 01  WS-EDIT-PERCENT     PIC ZZ9.                                 CVSMUT.2
015900 01  WS-PERCENT-TEXT     PIC X(4) VALUE SPACE.                    CVSMUT.2
016000 01  WS-COVER-TEXT       PIC X(50) VALUE SPACE.                   CVSMUT.2
016100 01  WS-ROW-TEXT         PIC X(100) VALUE SPACE.                  CVSMUT.2
016200 01  WS-FIELD-TABLE.                                              CVSMUT.2
016300     02  WS-FIELD        PIC X(24) OCCURS 5 TIMES.                CVSMUT.2
016400*                                                                 CVSMUT.2
016500*    THE MODULE'S SOURCE, HELD WHOLE SO EACH MUTANT CAN BE        CVSMUT.2
016600*    WRITTEN FROM IT.                                             CVSMUT.2
016700*                                                                 CVSMUT.2
016800 01  WS-SOURCE-TABLE.                                             CVSMUT.2
016900     02  WS-SRC-LINE     PIC X(256) OCCURS 4000 TIMES.            CVSMUT.2
017000*                                                                 CVSMUT.2
017100*    ONE ENTRY PER "PERFORM PASS": THE IF TO INVERT (ITS LINE     CVSMUT.2
017200*    AND COLUMN) AND WHERE ITS CONDITION ENDS.  AN IF-LINE OF     CVSMUT.2
017300*    ZERO MEANS NO CONDITION FEEDS THE PASS.                      CVSMUT.2
017400*                                                                 CVSMUT.2
017500 01  WS-SITE-TABLE.                                               CVSMUT.2
017600     02  WS-ST-ENTRY OCCURS 600 TIMES.                            CVSMUT.2
017700         03  WS-ST-PARNAME   PIC X(22).                           CVSMUT.2
017800         03  WS-ST-PASS-LINE PIC 9(4) COMP.                       CVSMUT.2
017900         03  WS-ST-IF-LINE   PIC 9(4) COMP.                       CVSMUT.2
018000         03  WS-ST-IF-COL    PIC 9(3) COMP.                       CVSMUT.2
018100         03  WS-ST-END-LINE  PIC 9(4) COMP.                       CVSMUT.2
018200         03  WS-ST-END-COL   PIC 9(3) COMP.                       CVSMUT.2
018300*                                                                 CVSMUT.2
018400*    THE BASELINE results.csv ROWS.                               CVSMUT.2
018500*                                                                 CVSMUT.2
018600 01  WS-BASE-TABLE.                                               CVSMUT.2
018700     02  WS-BS-ENTRY OCCURS 3000 TIMES.                           CVSMUT.2
018800         03  WS-BS-PARNAME   PIC X(22).                           CVSMUT.2
018900         03  WS-BS-VERDICT   PIC X(5).                            CVSMUT.2
019000 PROCEDURE DIVISION.                                              CVSMUT.2
019100 CCVSMUT-MAIN SECTION.                                            CVSMUT.2
019200 CCVSMUT-START.                                                   CVSMUT.2
019300     DISPLAY  "CCVSMUT: MODULE TO SWEEP?".                        CVSMUT.2
019400     ACCEPT   WS-MODULE.                                          CVSMUT.2
019500     OPEN     INPUT COMPILE-CTL-FILE.                             CVSMUT.2
019600     IF       WS-CC-FSTATUS NOT = "00"                            CVSMUT.2
019700              DISPLAY "CCVSMUT: NO compile_cmd.dat FOUND -- "     CVSMUT.2
019800                  "SKIPPING SENSITIVITY SWEEP"                    CVSMUT.2
019900              STOP RUN.                                           CVSMUT.2
020000     READ     COMPILE-CTL-FILE INTO WS-COMPILE-TEMPLATE           CVSMUT.2
020100              AT END MOVE SPACE TO WS-COMPILE-TEMPLATE.           CVSMUT.2
020200     CLOSE    COMPILE-CTL-FILE.                                   CVSMUT.2
020300     MOVE     120 TO WS-TEMPLATE-LEN.                             CVSMUT.2
020400     PERFORM  TRIM-TEMPLATE                                       CVSMUT.2
020500              UNTIL WS-TEMPLATE-LEN = ZERO                        CVSMUT.2
020600              OR WS-COMPILE-TEMPLATE (WS-TEMPLATE-LEN:1)          CVSMUT.2
020700                 NOT = SPACE.                                     CVSMUT.2
020800     IF       WS-TEMPLATE-LEN = ZERO                              CVSMUT.2
020900              DISPLAY "CCVSMUT: compile_cmd.dat IS EMPTY -- "     CVSMUT.2
021000                  "SKIPPING SENSITIVITY SWEEP"                    CVSMUT.2
021100              STOP RUN.                                           CVSMUT.2
021200     PERFORM  LOAD-MODULE-SOURCE THRU LOAD-MODULE-SOURCE-EX.      CVSMUT.2
021300     IF       WS-SRC-COUNT = ZERO                                 CVSMUT.2
021400              MOVE 8 TO RETURN-CODE                               CVSMUT.2
021500              STOP RUN.                                           CVSMUT.2
021600     PERFORM  FIND-ASSERTIONS.                                    CVSMUT.2
021700     MOVE     SPACE TO WS-CMD.                                    CVSMUT.2
021800     STRING   "rm -rf w_SENSE; mkdir -p w_SENSE/run;"             CVSMUT.2
021900              " cp -rf ../copybooks w_SENSE/ 2>/dev/null;"        CVSMUT.2
022000              " cp -rf ../copybooks w_SENSE/run/ 2>/dev/null;"    CVSMUT.2
022100              " cp -f *.dat w_SENSE/run/ 2>/dev/null"             CVSMUT.2
022200              DELIMITED BY SIZE INTO WS-CMD.                      CVSMUT.2
022300     CALL     "SYSTEM" USING WS-CMD.                              CVSMUT.2
022400     OPEN     OUTPUT SENSE-REPORT-FILE.                           CVSMUT.2
022500     MOVE     SPACE TO SENSE-REPORT-REC.                          CVSMUT.2
022600     STRING   "CCVS85 ASSERTION SENSITIVITY SWEEP -- "            CVSMUT.2
022700              DELIMITED BY SIZE                                   CVSMUT.2
022800              WS-MODULE DELIMITED BY SPACE                        CVSMUT.2
022900              INTO SENSE-REPORT-REC.                              CVSMUT.2
023000     WRITE    SENSE-REPORT-REC.                                   CVSMUT.2
023100     MOVE     WS-HYPHENS TO SENSE-REPORT-REC.                     CVSMUT.2
023200     WRITE    SENSE-REPORT-REC.                                   CVSMUT.2
023300     PERFORM  RUN-BASELINE THRU RUN-BASELINE-EX.                  CVSMUT.2
023400     IF       WS-BUILD-RC (1:1) NOT = "0"                         CVSMUT.2
023500              MOVE "BASELINE DID NOT BUILD -- NOTHING SWEPT"      CVSMUT.2
023600                  TO SENSE-REPORT-REC                             CVSMUT.2
023700              WRITE SENSE-REPORT-REC                              CVSMUT.2
023800              CLOSE SENSE-REPORT-FILE                             CVSMUT.2
023900              DISPLAY "CCVSMUT: " WS-MODULE                       CVSMUT.2
024000                  " BASELINE DID NOT BUILD"                       CVSMUT.2
024100              MOVE "BASELINE DID NOT BUILD" TO WS-COVER-TEXT      CVSMUT.2
024200              PERFORM FILE-COVER-LINE THRU FILE-COVER-LINE-EX     CVSMUT.2
024300              MOVE 8 TO RETURN-CODE                               CVSMUT.2
024400              STOP RUN.                                           CVSMUT.2
024500     PERFORM  SWEEP-ONE-ASSERTION THRU SWEEP-ONE-ASSERTION-EX     CVSMUT.2
024600              VARYING WS-CUR-SITE FROM 1 BY 1                     CVSMUT.2
024700              UNTIL WS-CUR-SITE > WS-SITE-COUNT.                  CVSMUT.2
024800     PERFORM  WRITE-SENSITIVITY-TOTALS.                           CVSMUT.2
024900     CLOSE    SENSE-REPORT-FILE.                                  CVSMUT.2
025000     PERFORM  FILE-COVER-LINE THRU FILE-COVER-LINE-EX.            CVSMUT.2
025100     DISPLAY  "CCVSMUT: " WS-ROW-TEXT.                            CVSMUT.2
025200     DISPLAY  "CCVSMUT: DETAIL IN assertion_sensitivity.rpt".     CVSMUT.2
025300     IF       WS-INSENSITIVE > ZERO                               CVSMUT.2
025400              MOVE 8 TO RETURN-CODE                               CVSMUT.2
025500     ELSE                                                         CVSMUT.2
025600              MOVE 0 TO RETURN-CODE.                              CVSMUT.2
025700     STOP     RUN.                                                CVSMUT.2
025800 TRIM-TEMPLATE.                                                   CVSMUT.2
025900     SUBTRACT 1 FROM WS-TEMPLATE-LEN.                             CVSMUT.2
026000 LOAD-MODULE-SOURCE.                                              CVSMUT.2
026100     MOVE     ZERO TO WS-SRC-COUNT.                               CVSMUT.2
026200     MOVE     SPACE TO WS-SRC-FNAME.                              CVSMUT.2
026300     STRING   "../" DELIMITED BY SIZE                             CVSMUT.2
026400              WS-MODULE DELIMITED BY SPACE                        CVSMUT.2
026500              ".cob" DELIMITED BY SIZE                            CVSMUT.2
026600              INTO WS-SRC-FNAME.                                  CVSMUT.2
026700     OPEN     INPUT MODULE-SOURCE-FILE.                           CVSMUT.2
026800     IF       WS-SRC-FSTATUS NOT = "00"                           CVSMUT.2
026900              DISPLAY "CCVSMUT: CANNOT READ " WS-SRC-FNAME        CVSMUT.2
027000              GO TO LOAD-MODULE-SOURCE-EX.                        CVSMUT.2
027100     MOVE     "N" TO WS-EOF-SWITCH.                               CVSMUT.2
027200     PERFORM  READ-MODULE-LINE.                                   CVSMUT.2
027300     PERFORM  STORE-MODULE-LINE THRU STORE-MODULE-LINE-EX         CVSMUT.2
027400              UNTIL WS-EOF-SWITCH = "Y".                          CVSMUT.2
027500     CLOSE    MODULE-SOURCE-FILE.                                 CVSMUT.2
027600 LOAD-MODULE-SOURCE-EX.                                           CVSMUT.2
027700     EXIT.                                                        CVSMUT.2
027800 READ-MODULE-LINE.                                                CVSMUT.2
027900     MOVE     SPACE TO MODULE-SOURCE-REC.                         CVSMUT.2
028000     READ     MODULE-SOURCE-FILE                                  CVSMUT.2
028100              AT END MOVE "Y" TO WS-EOF-SWITCH.                   CVSMUT.2
028200 STORE-MODULE-LINE.                                               CVSMUT.2
028300     IF       WS-SRC-COUNT < 4000                                 CVSMUT.2
028400              ADD 1 TO WS-SRC-COUNT                               CVSMUT.2
028500              MOVE MODULE-SOURCE-REC TO WS-SRC-LINE (WS-SRC-COUNT)CVSMUT.2
028600     ELSE                                                         CVSMUT.2
028700              DISPLAY "CCVSMUT: " WS-MODULE                       CVSMUT.2
028800                  " LONGER THAN 4000 LINES -- TAIL IGNORED"       CVSMUT.2
028900              MOVE "Y" TO WS-EOF-SWITCH                           CVSMUT.2
029000              GO TO STORE-MODULE-LINE-EX.                         CVSMUT.2
029100     PERFORM  READ-MODULE-LINE.                                   CVSMUT.2
029200 STORE-MODULE-LINE-EX.                                            CVSMUT.2
029300     EXIT.                                                        CVSMUT.2
029400*                                                                 CVSMUT.2
029500*    EACH "PERFORM PASS" OF THE PROCEDURE DIVISION IS PAIRED      CVSMUT.2
029600*    WITH THE IF OF ITS OWN SENTENCE THAT LAST OPENED BEFORE IT,  CVSMUT.2
029700*    FAILING THAT WITH THE LAST IF OF THE SAME TEST THAT LED TO   CVSMUT.2
029800*    A FAIL PATH.  AN IF'S CONDITION ENDS AT THE FIRST VERB (OR   CVSMUT.2
029900*    THEN) AFTER IT.  THE ASSERTION IS LABELLED WITH THE          CVSMUT.2
030000*    PAR-NAME ITS results.csv ROW WILL CARRY: THE NAME IN FORCE   CVSMUT.2
030100*    IF ONE WAS MOVED (OR REC-CT SET) SINCE THE LAST PERFORM      CVSMUT.2
030200*    PRINT-DETAIL, OR IF THE MODULE'S PASS PARAGRAPH DOES ITS     CVSMUT.2
030300*    OWN PRINT-DETAIL; OTHERWISE THE NAME IS ONLY MOVED IN THE    CVSMUT.2
030400*    WRITE PARAGRAPH AFTER THE TEST, AND THE NEXT ONE MOVED IS    CVSMUT.2
030500*    TAKEN.  THE LABEL ONLY NAMES THE ROW IN THE REPORT; A        CVSMUT.2
030600*    MUTANT IS JUDGED ON THE WHOLE MODULE'S PASS COUNT.           CVSMUT.2
030700*                                                                 CVSMUT.2
030800 FIND-ASSERTIONS.                                                 CVSMUT.2
030900     MOVE     ZERO TO WS-SITE-COUNT.                              CVSMUT.2
031000     MOVE     1 TO WS-OPEN-SITE.                                  CVSMUT.2
031100     MOVE     "N" TO WS-PROC-SW.                                  CVSMUT.2
031200     MOVE     SPACE TO WS-CUR-PARNAME WS-QUOTE-CHAR.              CVSMUT.2
031300     PERFORM  CLEAR-PENDING-IF.                                   CVSMUT.2
031400     PERFORM  CLEAR-FAIL-IF.                                      CVSMUT.2
031500     PERFORM  SCAN-ONE-LINE THRU SCAN-ONE-LINE-EX                 CVSMUT.2
031600              VARYING WS-LN FROM 1 BY 1                           CVSMUT.2
031700              UNTIL WS-LN > WS-SRC-COUNT.                         CVSMUT.2
031800 CLEAR-PENDING-IF.                                                CVSMUT.2
031900     MOVE     ZERO TO WS-PEND-IF-LINE WS-PEND-IF-COL              CVSMUT.2
032000                      WS-PEND-END-LINE WS-PEND-END-COL.           CVSMUT.2
032100     MOVE     "N" TO WS-PEND-USED.                                CVSMUT.2
032200 CLEAR-FAIL-IF.                                                   CVSMUT.2
032300     MOVE     ZERO TO WS-FAIL-IF-LINE WS-FAIL-IF-COL              CVSMUT.2
032400                      WS-FAIL-END-LINE WS-FAIL-END-COL.           CVSMUT.2
032500 SCAN-ONE-LINE.                                                   CVSMUT.2
032600     MOVE     WS-SRC-LINE (WS-LN) TO WS-WORK-LINE.                CVSMUT.2
032700     IF       WS-WORK-LINE (7:1) = "*" OR "/" OR "D" OR "d"       CVSMUT.2
032800              GO TO SCAN-ONE-LINE-EX.                             CVSMUT.2
032900     IF       WS-PROC-SW = "N"                                    CVSMUT.2
033000              MOVE ZERO TO WS-TALLY                               CVSMUT.2
033100              INSPECT WS-WORK-LINE (8:65) TALLYING WS-TALLY       CVSMUT.2
033200                  FOR ALL "PROCEDURE DIVISION"                    CVSMUT.2
033300              IF WS-TALLY > ZERO                                  CVSMUT.2
033400                  MOVE "Y" TO WS-PROC-SW                          CVSMUT.2
033500              END-IF                                              CVSMUT.2
033600              GO TO SCAN-ONE-LINE-EX.                             CVSMUT.2
033700     IF       WS-WORK-LINE (8:1) NOT = SPACE                      CVSMUT.2
033800              IF WS-WORK-LINE (8:5) = "PASS."                     CVSMUT.2
033900                  MOVE "Y" TO WS-IN-PASS-PARA                     CVSMUT.2
034000              ELSE                                                CVSMUT.2
034100                  MOVE "N" TO WS-IN-PASS-PARA                     CVSMUT.2
034200              END-IF.                                             CVSMUT.2
034300     MOVE     ZERO TO WS-TALLY.                                   CVSMUT.2
034400     INSPECT  WS-WORK-LINE (8:65) TALLYING WS-TALLY               CVSMUT.2
034500              FOR ALL "TO PAR-NAME".                              CVSMUT.2
034600     IF       WS-TALLY > ZERO                                     CVSMUT.2
034700              MOVE SPACE TO WS-JUNK WS-NEW-PARNAME                CVSMUT.2
034800              UNSTRING WS-WORK-LINE (8:65) DELIMITED BY QUOTE     CVSMUT.2
034900                  INTO WS-JUNK WS-NEW-PARNAME                     CVSMUT.2
035000              IF WS-NEW-PARNAME NOT = SPACE                       CVSMUT.2
035100                  MOVE WS-NEW-PARNAME TO WS-CUR-PARNAME           CVSMUT.2
035200                  PERFORM NAME-OPEN-ASSERTIONS                    CVSMUT.2
035300                      VARYING WS-SUB FROM WS-OPEN-SITE BY 1       CVSMUT.2
035400                      UNTIL WS-SUB > WS-SITE-COUNT                CVSMUT.2
035500                  COMPUTE WS-OPEN-SITE = WS-SITE-COUNT + 1        CVSMUT.2
035600                  MOVE "Y" TO WS-NAME-FRESH                       CVSMUT.2
035700              END-IF.                                             CVSMUT.2
035800     MOVE     ZERO TO WS-TALLY.                                   CVSMUT.2
035900     INSPECT  WS-WORK-LINE (8:65) TALLYING WS-TALLY               CVSMUT.2
036000              FOR ALL "TO REC-CT".                                CVSMUT.2
036100     IF       WS-TALLY > ZERO                                     CVSMUT.2
036200              MOVE "Y" TO WS-NAME-FRESH.                          CVSMUT.2
036300     PERFORM  SCAN-COLUMN THRU SCAN-COLUMN-EX                     CVSMUT.2
036400              VARYING WS-COL FROM 8 BY 1                          CVSMUT.2
036500              UNTIL WS-COL > 72.                                  CVSMUT.2
036600 SCAN-ONE-LINE-EX.                                                CVSMUT.2
036700     EXIT.                                                        CVSMUT.2
036800 SCAN-COLUMN.                                                     CVSMUT.2
036900     MOVE     WS-WORK-LINE (WS-COL:1) TO WS-CH.                   CVSMUT.2
037000     IF       WS-QUOTE-CHAR NOT = SPACE                           CVSMUT.2
037100              IF WS-CH = WS-QUOTE-CHAR                            CVSMUT.2
037200                  MOVE SPACE TO WS-QUOTE-CHAR                     CVSMUT.2
037300              END-IF                                              CVSMUT.2
037400              GO TO SCAN-COLUMN-EX.                               CVSMUT.2
037500     IF       WS-CH = QUOTE OR WS-CH = "'"                        CVSMUT.2
037600              MOVE WS-CH TO WS-QUOTE-CHAR                         CVSMUT.2
037700              GO TO SCAN-COLUMN-EX.                               CVSMUT.2
037800     IF       WS-CH = "."                                         CVSMUT.2
037900              AND (WS-COL = 72                                    CVSMUT.2
038000                   OR WS-WORK-LINE (WS-COL + 1:1) = SPACE)        CVSMUT.2
038100              PERFORM CLEAR-PENDING-IF                            CVSMUT.2
038200              GO TO SCAN-COLUMN-EX.                               CVSMUT.2
038300     IF       WS-WORK-LINE (WS-COL:4) = "FAIL"                    CVSMUT.2
038400              AND WS-PEND-END-LINE NOT = ZERO                     CVSMUT.2
038500              AND WS-PEND-USED = "N"                              CVSMUT.2
038600              MOVE WS-PEND-IF-LINE TO WS-FAIL-IF-LINE             CVSMUT.2
038700              MOVE WS-PEND-IF-COL TO WS-FAIL-IF-COL               CVSMUT.2
038800              MOVE WS-PEND-END-LINE TO WS-FAIL-END-LINE           CVSMUT.2
038900              MOVE WS-PEND-END-COL TO WS-FAIL-END-COL.            CVSMUT.2
039000     IF       WS-CH = SPACE                                       CVSMUT.2
039100              OR (WS-COL > 8                                      CVSMUT.2
039200                  AND WS-WORK-LINE (WS-COL - 1:1) NOT = SPACE)    CVSMUT.2
039300              GO TO SCAN-COLUMN-EX.                               CVSMUT.2
039400     IF       WS-WORK-LINE (WS-COL:7) = "END-IF "                 CVSMUT.2
039500              OR WS-WORK-LINE (WS-COL:7) = "END-IF."              CVSMUT.2
039600              PERFORM CLEAR-PENDING-IF                            CVSMUT.2
039700              GO TO SCAN-COLUMN-EX.                               CVSMUT.2
039800     IF       WS-WORK-LINE (WS-COL:3) = "IF "                     CVSMUT.2
039900              IF WS-PEND-IF-LINE NOT = ZERO                       CVSMUT.2
040000                  AND WS-PEND-END-LINE = ZERO                     CVSMUT.2
040100                  MOVE WS-LN TO WS-PEND-END-LINE                  CVSMUT.2
040200                  MOVE WS-COL TO WS-PEND-END-COL                  CVSMUT.2
040300              END-IF                                              CVSMUT.2
040400              MOVE WS-LN TO WS-PEND-IF-LINE                       CVSMUT.2
040500              MOVE WS-COL TO WS-PEND-IF-COL                       CVSMUT.2
040600              MOVE ZERO TO WS-PEND-END-LINE WS-PEND-END-COL       CVSMUT.2
040700              MOVE "N" TO WS-PEND-USED WS-AFTER-PERFORM           CVSMUT.2
040800              GO TO SCAN-COLUMN-EX.                               CVSMUT.2
040900     IF       WS-PEND-IF-LINE NOT = ZERO                          CVSMUT.2
041000              AND WS-PEND-END-LINE = ZERO                         CVSMUT.2
041100              PERFORM TEST-CONDITION-END.                         CVSMUT.2
041200     IF       WS-AFTER-PERFORM = "Y"                              CVSMUT.2
041300              AND WS-WORK-LINE (WS-COL:4) = "PASS"                CVSMUT.2
041400              AND (WS-WORK-LINE (WS-COL + 4:1) = SPACE            CVSMUT.2
041500                   OR WS-WORK-LINE (WS-COL + 4:1) = ".")          CVSMUT.2
041600              PERFORM RECORD-ASSERTION THRU RECORD-ASSERTION-EX.  CVSMUT.2
041700     IF       WS-AFTER-PERFORM = "Y"                              CVSMUT.2
041800              AND WS-WORK-LINE (WS-COL:12) = "PRINT-DETAIL"       CVSMUT.2
041900              IF WS-IN-PASS-PARA = "Y"                            CVSMUT.2
042000                  MOVE "Y" TO WS-PASS-PRINTS                      CVSMUT.2
042100              ELSE                                                CVSMUT.2
042200                  MOVE "N" TO WS-NAME-FRESH                       CVSMUT.2
042300                  PERFORM CLEAR-FAIL-IF                           CVSMUT.2
042400              END-IF.                                             CVSMUT.2
042500     IF       WS-WORK-LINE (WS-COL:8) = "PERFORM "                CVSMUT.2
042600              MOVE "Y" TO WS-AFTER-PERFORM                        CVSMUT.2
042700     ELSE                                                         CVSMUT.2
042800              MOVE "N" TO WS-AFTER-PERFORM.                       CVSMUT.2
042900 SCAN-COLUMN-EX.                                                  CVSMUT.2
043000     EXIT.                                                        CVSMUT.2
043100 TEST-CONDITION-END.                                              CVSMUT.2
043200     IF       WS-WORK-LINE (WS-COL:8) = "PERFORM "                CVSMUT.2
043300              OR WS-WORK-LINE (WS-COL:3) = "GO "                  CVSMUT.2
043400              OR WS-WORK-LINE (WS-COL:5) = "MOVE "                CVSMUT.2
043500              OR WS-WORK-LINE (WS-COL:5) = "NEXT "                CVSMUT.2
043600              OR WS-WORK-LINE (WS-COL:8) = "CONTINUE"             CVSMUT.2
043700              OR WS-WORK-LINE (WS-COL:4) = "ADD "                 CVSMUT.2
043800              OR WS-WORK-LINE (WS-COL:9) = "SUBTRACT "            CVSMUT.2
043900              OR WS-WORK-LINE (WS-COL:8) = "COMPUTE "             CVSMUT.2
044000              OR WS-WORK-LINE (WS-COL:8) = "DISPLAY "             CVSMUT.2
044100              OR WS-WORK-LINE (WS-COL:4) = "SET "                 CVSMUT.2
044200              OR WS-WORK-LINE (WS-COL:6) = "WRITE "               CVSMUT.2
044300              OR WS-WORK-LINE (WS-COL:5) = "READ "                CVSMUT.2
044400              OR WS-WORK-LINE (WS-COL:5) = "THEN "                CVSMUT.2
044500              MOVE WS-LN TO WS-PEND-END-LINE                      CVSMUT.2
044600              MOVE WS-COL TO WS-PEND-END-COL.                     CVSMUT.2
044700 RECORD-ASSERTION.                                                CVSMUT.2
044800     IF       WS-SITE-COUNT NOT < 600                             CVSMUT.2
044900              GO TO RECORD-ASSERTION-EX.                          CVSMUT.2
045000     ADD      1 TO WS-SITE-COUNT.                                 CVSMUT.2
045100     MOVE     "(NONE)" TO WS-ST-PARNAME (WS-SITE-COUNT).          CVSMUT.2
045200     MOVE     WS-LN TO WS-ST-PASS-LINE (WS-SITE-COUNT).           CVSMUT.2
045300     IF       WS-PEND-IF-LINE NOT = ZERO                          CVSMUT.2
045400              MOVE WS-PEND-IF-LINE                                CVSMUT.2
045500                  TO WS-ST-IF-LINE (WS-SITE-COUNT)                CVSMUT.2
045600              MOVE WS-PEND-IF-COL                                 CVSMUT.2
045700                  TO WS-ST-IF-COL (WS-SITE-COUNT)                 CVSMUT.2
045800              MOVE WS-PEND-END-LINE                               CVSMUT.2
045900                  TO WS-ST-END-LINE (WS-SITE-COUNT)               CVSMUT.2
046000              MOVE WS-PEND-END-COL                                CVSMUT.2
046100                  TO WS-ST-END-COL (WS-SITE-COUNT)                CVSMUT.2
046200              MOVE "Y" TO WS-PEND-USED                            CVSMUT.2
046300     ELSE                                                         CVSMUT.2
046400              MOVE WS-FAIL-IF-LINE                                CVSMUT.2
046500                  TO WS-ST-IF-LINE (WS-SITE-COUNT)                CVSMUT.2
046600              MOVE WS-FAIL-IF-COL                                 CVSMUT.2
046700                  TO WS-ST-IF-COL (WS-SITE-COUNT)                 CVSMUT.2
046800              MOVE WS-FAIL-END-LINE                               CVSMUT.2
046900                  TO WS-ST-END-LINE (WS-SITE-COUNT)               CVSMUT.2
047000              MOVE WS-FAIL-END-COL                                CVSMUT.2
047100                  TO WS-ST-END-COL (WS-SITE-COUNT).               CVSMUT.2
047200     MOVE     WS-SITE-COUNT TO WS-SUB.                            CVSMUT.2
047300     PERFORM  NAME-OPEN-ASSERTIONS.                               CVSMUT.2
047400     IF       WS-PASS-PRINTS = "Y" OR WS-NAME-FRESH = "Y"         CVSMUT.2
047500              COMPUTE WS-OPEN-SITE = WS-SITE-COUNT + 1.           CVSMUT.2
047600     PERFORM  CLEAR-FAIL-IF.                                      CVSMUT.2
047700 RECORD-ASSERTION-EX.                                             CVSMUT.2
047800     EXIT.                                                        CVSMUT.2
047900 NAME-OPEN-ASSERTIONS.                                            CVSMUT.2
048000     IF       WS-CUR-PARNAME NOT = SPACE                          CVSMUT.2
048100              MOVE WS-CUR-PARNAME TO WS-ST-PARNAME (WS-SUB).      CVSMUT.2
048200*                                                                 CVSMUT.2
048300*    THE UNCHANGED SOURCE IS BUILT AND RUN FIRST; ITS VERDICTS    CVSMUT.2
048400*    ARE WHAT EACH MUTANT IS MEASURED AGAINST.                    CVSMUT.2
048500*                                                                 CVSMUT.2
048600 RUN-BASELINE.                                                    CVSMUT.2
048700     MOVE     ZERO TO WS-CUR-SITE WS-BASE-COUNT WS-BASE-TOTAL.    CVSMUT.2
048800     PERFORM  BUILD-AND-RUN-MUTANT.                               CVSMUT.2
048900     IF       WS-BUILD-RC (1:1) NOT = "0"                         CVSMUT.2
049000              GO TO RUN-BASELINE-EX.                              CVSMUT.2
049100     OPEN     INPUT SENSE-RESULTS-FILE.                           CVSMUT.2
049200     IF       WS-SR-FSTATUS NOT = "00"                            CVSMUT.2
049300              GO TO RUN-BASELINE-EX.                              CVSMUT.2
049400     MOVE     "N" TO WS-EOF-SWITCH.                               CVSMUT.2
049500     PERFORM  READ-SENSE-RESULT.                                  CVSMUT.2
049600     PERFORM  STORE-BASELINE-RESULT                               CVSMUT.2
049700              UNTIL WS-EOF-SWITCH = "Y".                          CVSMUT.2
049800     CLOSE    SENSE-RESULTS-FILE.                                 CVSMUT.2
049900 RUN-BASELINE-EX.                                                 CVSMUT.2
050000     EXIT.                                                        CVSMUT.2
050100 READ-SENSE-RESULT.                                               CVSMUT.2
050200     MOVE     SPACE TO SENSE-RESULTS-REC.                         CVSMUT.2
050300     READ     SENSE-RESULTS-FILE                                  CVSMUT.2
050400              AT END MOVE "Y" TO WS-EOF-SWITCH.                   CVSMUT.2
050500*                                                                 CVSMUT.2
050600*    A REPEATED PAR-NAME CARRIES ".nn" (ITS REC-CT) IN            CVSMUT.2
050700*    results.csv; ONLY THE NAME ITSELF IS COMPARED.               CVSMUT.2
050800*                                                                 CVSMUT.2
050900 SPLIT-SENSE-RESULT.                                              CVSMUT.2
051000     MOVE     SPACES TO WS-FIELD-TABLE WS-RES-PARNAME.            CVSMUT.2
051100     UNSTRING SENSE-RESULTS-REC DELIMITED BY ","                  CVSMUT.2
051200              INTO WS-FIELD (1) WS-FIELD (2) WS-FIELD (3)         CVSMUT.2
051300                   WS-FIELD (4) WS-FIELD (5).                     CVSMUT.2
051400     UNSTRING WS-FIELD (4) DELIMITED BY "." OR SPACE              CVSMUT.2
051500              INTO WS-RES-PARNAME.                                CVSMUT.2
051600 STORE-BASELINE-RESULT.                                           CVSMUT.2
051700     PERFORM  SPLIT-SENSE-RESULT.                                 CVSMUT.2
051800     IF       WS-FIELD (1) NOT = "PGM-ID"                         CVSMUT.2
051900              AND WS-FIELD (4) NOT = SPACE                        CVSMUT.2
052000              AND WS-BASE-COUNT < 3000                            CVSMUT.2
052100              ADD 1 TO WS-BASE-COUNT                              CVSMUT.2
052200              MOVE WS-RES-PARNAME                                 CVSMUT.2
052300                  TO WS-BS-PARNAME (WS-BASE-COUNT)                CVSMUT.2
052400              MOVE WS-FIELD (5) (1:5)                             CVSMUT.2
052500                  TO WS-BS-VERDICT (WS-BASE-COUNT).               CVSMUT.2
052600     PERFORM  TALLY-SENSE-PASSES.                                 CVSMUT.2
052700     ADD      WS-TALLY TO WS-BASE-TOTAL.                          CVSMUT.2
052800     PERFORM  READ-SENSE-RESULT.                                  CVSMUT.2
052900*                                                                 CVSMUT.2
053000*    A FEATURE TITLE MAY ITSELF HOLD A COMMA, SO THE PASS COUNT   CVSMUT.2
053100*    LOOKS FOR ",PASS," ANYWHERE IN THE ROW, NOT IN A FIELD.      CVSMUT.2
053200*                                                                 CVSMUT.2
053300 TALLY-SENSE-PASSES.                                              CVSMUT.2
053400     MOVE     ZERO TO WS-TALLY.                                   CVSMUT.2
053500     IF       SENSE-RESULTS-REC (1:7) NOT = "PGM-ID,"             CVSMUT.2
053600              INSPECT SENSE-RESULTS-REC TALLYING WS-TALLY         CVSMUT.2
053700                  FOR ALL ",PASS,".                               CVSMUT.2
053800*                                                                 CVSMUT.2
053900*    WS-CUR-SITE OF ZERO WRITES THE SOURCE UNCHANGED.             CVSMUT.2
054000*                                                                 CVSMUT.2
054100 BUILD-AND-RUN-MUTANT.                                            CVSMUT.2
054200     MOVE     SPACE TO WS-MUT-FNAME.                              CVSMUT.2
054300     STRING   "w_SENSE/" DELIMITED BY SIZE                        CVSMUT.2
054400              WS-MODULE DELIMITED BY SPACE                        CVSMUT.2
054500              ".cob" DELIMITED BY SIZE                            CVSMUT.2
054600              INTO WS-MUT-FNAME.                                  CVSMUT.2
054700     OPEN     OUTPUT MUTANT-FILE.                                 CVSMUT.2
054800     PERFORM  WRITE-MUTANT-LINE                                   CVSMUT.2
054900              VARYING WS-LN FROM 1 BY 1                           CVSMUT.2
055000              UNTIL WS-LN > WS-SRC-COUNT.                         CVSMUT.2
055100     CLOSE    MUTANT-FILE.                                        CVSMUT.2
055200     MOVE     SPACE TO WS-CMD.                                    CVSMUT.2
055300     STRING   "cd w_SENSE/run; m=" DELIMITED BY SIZE              CVSMUT.2
055400              WS-MODULE DELIMITED BY SPACE                        CVSMUT.2
055500              "; rm -f results.csv $m ../probe.tmp;"              CVSMUT.2
055600                  DELIMITED BY SIZE                               CVSMUT.2
055700              " cp -f ../$m.cob .; " DELIMITED BY SIZE            CVSMUT.2
055800              WS-COMPILE-TEMPLATE (1:WS-TEMPLATE-LEN)             CVSMUT.2
055900                  DELIMITED BY SIZE                               CVSMUT.2
056000              "; echo $? >../probe.tmp; if [ -x ./$m ]; then"     CVSMUT.2
056100                  DELIMITED BY SIZE                               CVSMUT.2
056200              " COB_LIBRARY_PATH=../..:$COB_LIBRARY_PATH"         CVSMUT.2
056300                  DELIMITED BY SIZE                               CVSMUT.2
056400              " timeout 300 ./$m >/dev/null 2>&1; fi"             CVSMUT.2
056500                  DELIMITED BY SIZE                               CVSMUT.2
056600              INTO WS-CMD.                                        CVSMUT.2
056700     CALL     "SYSTEM" USING WS-CMD.                              CVSMUT.2
056800     MOVE     SPACE TO WS-BUILD-RC.                               CVSMUT.2
056900     OPEN     INPUT SENSE-PROBE-FILE.                             CVSMUT.2
057000     IF       WS-PB-FSTATUS = "00"                                CVSMUT.2
057100              READ SENSE-PROBE-FILE                               CVSMUT.2
057200                  AT END MOVE SPACE TO SENSE-PROBE-REC            CVSMUT.2
057300              END-READ                                            CVSMUT.2
057400              MOVE SENSE-PROBE-REC TO WS-BUILD-RC                 CVSMUT.2
057500              CLOSE SENSE-PROBE-FILE.                             CVSMUT.2
057600     IF       WS-BUILD-RC = SPACE                                 CVSMUT.2
057700              MOVE "9" TO WS-BUILD-RC.                            CVSMUT.2
057800*                                                                 CVSMUT.2
057900*    THE INVERTED IF BECOMES "IF NOT (" ON A LINE OF ITS OWN,     CVSMUT.2
058000*    THE CONDITION FOLLOWS IN ITS ORIGINAL COLUMNS, AND THE       CVSMUT.2
058100*    CLOSING PARENTHESIS GETS A LINE BEFORE THE VERB THAT ENDS    CVSMUT.2
058200*    THE CONDITION, SO NO LINE GROWS PAST COLUMN 72.              CVSMUT.2
058300*                                                                 CVSMUT.2
058400 WRITE-MUTANT-LINE.                                               CVSMUT.2
058500     MOVE     WS-SRC-LINE (WS-LN) TO WS-WORK-LINE.                CVSMUT.2
058600     IF       WS-CUR-SITE NOT = ZERO                              CVSMUT.2
058700              AND WS-LN = WS-ST-IF-LINE (WS-CUR-SITE)             CVSMUT.2
058800              MOVE WS-ST-IF-COL (WS-CUR-SITE) TO WS-CUT           CVSMUT.2
058900              MOVE SPACE TO MUTANT-REC                            CVSMUT.2
059000              MOVE WS-WORK-LINE (1:WS-CUT - 1) TO MUTANT-REC      CVSMUT.2
059100              MOVE "IF NOT (" TO MUTANT-REC (WS-CUT:8)            CVSMUT.2
059200              WRITE MUTANT-REC                                    CVSMUT.2
059300              MOVE SPACE TO WS-WORK-LINE (1:WS-CUT + 1).          CVSMUT.2
059400     IF       WS-CUR-SITE NOT = ZERO                              CVSMUT.2
059500              AND WS-LN = WS-ST-END-LINE (WS-CUR-SITE)            CVSMUT.2
059600              MOVE WS-ST-END-COL (WS-CUR-SITE) TO WS-CUT          CVSMUT.2
059700              MOVE WS-WORK-LINE TO MUTANT-REC                     CVSMUT.2
059800              MOVE SPACE TO MUTANT-REC (WS-CUT:)                  CVSMUT.2
059900              WRITE MUTANT-REC                                    CVSMUT.2
060000              MOVE SPACE TO MUTANT-REC                            CVSMUT.2
060100              MOVE ")" TO MUTANT-REC (12:1)                       CVSMUT.2
060200              WRITE MUTANT-REC                                    CVSMUT.2
060300              MOVE SPACE TO WS-WORK-LINE (1:WS-CUT - 1).          CVSMUT.2
060400     MOVE     WS-WORK-LINE TO MUTANT-REC.                         CVSMUT.2
060500     WRITE    MUTANT-REC.                                         CVSMUT.2
060600 SWEEP-ONE-ASSERTION.                                             CVSMUT.2
060700     IF       WS-ST-IF-LINE (WS-CUR-SITE) = ZERO                  CVSMUT.2
060800              OR WS-ST-END-LINE (WS-CUR-SITE) = ZERO              CVSMUT.2
060900              MOVE "NO-CONDITION" TO WS-VERDICT                   CVSMUT.2
061000              ADD 1 TO WS-SKIPPED                                 CVSMUT.2
061100              GO TO SWEEP-ONE-ASSERTION-ROW.                      CVSMUT.2
061200     DISPLAY  "CCVSMUT: MUTATING " WS-ST-PARNAME (WS-CUR-SITE).   CVSMUT.2
061300     PERFORM  BUILD-AND-RUN-MUTANT.                               CVSMUT.2
061400     IF       WS-BUILD-RC (1:1) NOT = "0"                         CVSMUT.2
061500              MOVE "UNCOMPILED" TO WS-VERDICT                     CVSMUT.2
061600              ADD 1 TO WS-SKIPPED                                 CVSMUT.2
061700              GO TO SWEEP-ONE-ASSERTION-ROW.                      CVSMUT.2
061800     MOVE     ZERO TO WS-MUT-PASSES.                              CVSMUT.2
061900     OPEN     INPUT SENSE-RESULTS-FILE.                           CVSMUT.2
062000     IF       WS-SR-FSTATUS = "00"                                CVSMUT.2
062100              MOVE "N" TO WS-EOF-SWITCH                           CVSMUT.2
062200              PERFORM READ-SENSE-RESULT                           CVSMUT.2
062300              PERFORM COUNT-MUTANT-PASS                           CVSMUT.2
062400                  UNTIL WS-EOF-SWITCH = "Y"                       CVSMUT.2
062500              CLOSE SENSE-RESULTS-FILE.                           CVSMUT.2
062600     IF       WS-MUT-PASSES < WS-BASE-TOTAL                       CVSMUT.2
062700              MOVE "KILLED" TO WS-VERDICT                         CVSMUT.2
062800              ADD 1 TO WS-KILLED                                  CVSMUT.2
062900              GO TO SWEEP-ONE-ASSERTION-ROW.                      CVSMUT.2
063000     MOVE     ZERO TO WS-BASE-PASSES.                             CVSMUT.2
063100     PERFORM  COUNT-BASELINE-PASS                                 CVSMUT.2
063200              VARYING WS-SUB FROM 1 BY 1                          CVSMUT.2
063300              UNTIL WS-SUB > WS-BASE-COUNT.                       CVSMUT.2
063400     IF       WS-BASE-PASSES = ZERO                               CVSMUT.2
063500              MOVE "NOT-PASSING" TO WS-VERDICT                    CVSMUT.2
063600              ADD 1 TO WS-SKIPPED                                 CVSMUT.2
063700     ELSE                                                         CVSMUT.2
063800              MOVE "INSENSITIVE" TO WS-VERDICT                    CVSMUT.2
063900              ADD 1 TO WS-INSENSITIVE.                            CVSMUT.2
064000 SWEEP-ONE-ASSERTION-ROW.                                         CVSMUT.2
064100     MOVE     WS-ST-PASS-LINE (WS-CUR-SITE) TO WS-EDIT-LINE.      CVSMUT.2
064200     MOVE     SPACE TO SENSE-REPORT-REC.                          CVSMUT.2
064300     STRING   WS-ST-PARNAME (WS-CUR-SITE) DELIMITED BY SPACE      CVSMUT.2
064400              ": " DELIMITED BY SIZE                              CVSMUT.2
064500              WS-VERDICT DELIMITED BY SPACE                       CVSMUT.2
064600              ": LINE " DELIMITED BY SIZE                         CVSMUT.2
064700              WS-EDIT-LINE DELIMITED BY SIZE                      CVSMUT.2
064800              INTO SENSE-REPORT-REC.                              CVSMUT.2
064900     WRITE    SENSE-REPORT-REC.                                   CVSMUT.2
065000 SWEEP-ONE-ASSERTION-EX.                                          CVSMUT.2
065100     EXIT.                                                        CVSMUT.2
065200 COUNT-BASELINE-PASS.                                             CVSMUT.2
065300     IF       WS-BS-PARNAME (WS-SUB) = WS-ST-PARNAME (WS-CUR-SITE)CVSMUT.2
065400              AND WS-BS-VERDICT (WS-SUB) = "PASS "                CVSMUT.2
065500              ADD 1 TO WS-BASE-PASSES.                            CVSMUT.2
065600 COUNT-MUTANT-PASS.                                               CVSMUT.2
065700     PERFORM  TALLY-SENSE-PASSES.                                 CVSMUT.2
065800     ADD      WS-TALLY TO WS-MUT-PASSES.                          CVSMUT.2
065900     PERFORM  READ-SENSE-RESULT.                                  CVSMUT.2
066000 WRITE-SENSITIVITY-TOTALS.                                        CVSMUT.2
066100     MOVE     ZERO TO WS-PERCENT.                                 CVSMUT.2
066200     IF       WS-KILLED + WS-INSENSITIVE > ZERO                   CVSMUT.2
066300              COMPUTE WS-PERCENT ROUNDED = WS-KILLED * 100        CVSMUT.2
066400                  / (WS-KILLED + WS-INSENSITIVE).                 CVSMUT.2
066500     MOVE     WS-HYPHENS TO SENSE-REPORT-REC.                     CVSMUT.2
066600     WRITE    SENSE-REPORT-REC.                                   CVSMUT.2
066700     MOVE     WS-SITE-COUNT TO WS-EDIT-COUNT.                     CVSMUT.2
066800     MOVE     WS-KILLED TO WS-EDIT-COUNT-2.                       CVSMUT.2
066900     MOVE     WS-INSENSITIVE TO WS-EDIT-COUNT-3.                  CVSMUT.2
067000     MOVE     WS-SKIPPED TO WS-EDIT-COUNT-4.                      CVSMUT.2
067100     MOVE     WS-PERCENT TO WS-EDIT-PERCENT.                      CVSMUT.2
067200     MOVE     SPACE TO WS-PERCENT-TEXT.                           CVSMUT.2
067300     IF       WS-KILLED + WS-INSENSITIVE > ZERO                   CVSMUT.2
067400              STRING WS-EDIT-PERCENT "%" DELIMITED BY SIZE        CVSMUT.2
067500                  INTO WS-PERCENT-TEXT                            CVSMUT.2
067600     ELSE                                                         CVSMUT.2
067700              MOVE " N/A" TO WS-PERCENT-TEXT.                     CVSMUT.2
067800     MOVE     SPACE TO WS-ROW-TEXT.                               CVSMUT.2
067900     STRING   "ASSERTIONS " WS-EDIT-COUNT                         CVSMUT.2
068000              "  KILLED " WS-EDIT-COUNT-2                         CVSMUT.2
068100              "  INSENSITIVE " WS-EDIT-COUNT-3                    CVSMUT.2
068200              "  NOT COUNTED " WS-EDIT-COUNT-4                    CVSMUT.2
068300              "  SENSITIVITY " WS-PERCENT-TEXT                    CVSMUT.2
068400              DELIMITED BY SIZE INTO WS-ROW-TEXT.                 CVSMUT.2
068500     MOVE     WS-ROW-TEXT TO SENSE-REPORT-REC.                    CVSMUT.2
068600     WRITE    SENSE-REPORT-REC.                                   CVSMUT.2
068700*                                                                 CVSMUT.2
068800*    ONE LINE PER SWEPT MODULE IS KEPT FOR THE COVER SHEET; A     CVSMUT.2
068900*    NEW SWEEP OF THE SAME MODULE REPLACES ITS OLD LINE.          CVSMUT.2
069000*                                                                 CVSMUT.2
069100     MOVE     SPACE TO WS-COVER-TEXT.                             CVSMUT.2
069200     STRING   WS-PERCENT-TEXT " (KILLED" WS-EDIT-COUNT-2          CVSMUT.2
069300              "  INSENSITIVE" WS-EDIT-COUNT-3 ")"                 CVSMUT.2
069400              DELIMITED BY SIZE INTO WS-COVER-TEXT.               CVSMUT.2
069500 FILE-COVER-LINE.                                                 CVSMUT.2
069600     MOVE     SPACE TO WS-CMD.                                    CVSMUT.2
069700     STRING   "touch assertion_sensitivity.dat; grep -v "         CVSMUT.2
069800                  DELIMITED BY SIZE                               CVSMUT.2
069900              "'^ASSERTION SENSITIVITY " DELIMITED BY SIZE        CVSMUT.2
070000              WS-MODULE DELIMITED BY SPACE                        CVSMUT.2
070100              ":' assertion_sensitivity.dat >w_SENSE/cover.tmp;"  CVSMUT.2
070200                  DELIMITED BY SIZE                               CVSMUT.2
070300              " mv -f w_SENSE/cover.tmp assertion_sensitivity.dat"CVSMUT.2
070400                  DELIMITED BY SIZE                               CVSMUT.2
070500              INTO WS-CMD.                                        CVSMUT.2
070600     CALL     "SYSTEM" USING WS-CMD.                              CVSMUT.2
070700     OPEN     EXTEND SENSE-COVER-FILE.                            CVSMUT.2
070800     IF       WS-CV-FSTATUS NOT = "00"                            CVSMUT.2
070900              DISPLAY "CCVSMUT: CANNOT EXTEND "                   CVSMUT.2
071000                  "assertion_sensitivity.dat"                     CVSMUT.2
071100              GO TO FILE-COVER-LINE-EX.                           CVSMUT.2
071200     MOVE     SPACE TO SENSE-COVER-REC.                           CVSMUT.2
071300     STRING   "ASSERTION SENSITIVITY " DELIMITED BY SIZE          CVSMUT.2
071400              WS-MODULE DELIMITED BY SPACE                        CVSMUT.2
071500              ": " DELIMITED BY SIZE                              CVSMUT.2
071600              WS-COVER-TEXT DELIMITED BY SIZE                     CVSMUT.2
071700              INTO SENSE-COVER-REC.                               CVSMUT.2
071800     WRITE    SENSE-COVER-REC.                                    CVSMUT.2
071900     CLOSE    SENSE-COVER-FILE.                                   CVSMUT.2
072000 FILE-COVER-LINE-EX.                                              CVSMUT.2
072100     EXIT.                                                        CVSMUT.2
