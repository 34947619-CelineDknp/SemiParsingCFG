000100 IDENTIFICATION DIVISION.                                         CVSCFG.2
000200 PROGRAM-ID.                                                      CVSCFG.2
000300     CCVSCFG.                                                     CVSCFG.2
000400****************************************************************  CVSCFG.2
000500*                                                              *  CVSCFG.2
000600*    PARAGRAPH-LEVEL CONTROL-FLOW GRAPH EXPORT OVER Cobol_85   *  CVSCFG.2
000700*    AND TestFiles.                                            *  CVSCFG.2
000800*                                                              *  CVSCFG.2
000900*    EVERY ../*.cob SOURCE AND EVERY .cob / .COB SOURCE UNDER  *  CVSCFG.2
001000*    ../../TestFiles IS WALKED ONE PROGRAM AT A TIME.  THE     *  CVSCFG.2
001100*    NODES ARE THE PARAGRAPHS AND SECTIONS OF THE PROCEDURE    *  CVSCFG.2
001200*    DIVISION ((START) STANDS FOR ANY CODE BEFORE THE FIRST    *  CVSCFG.2
001300*    ONE).  ONE EDGE FILE IS WRITTEN PER PROGRAM, NAMED FOR    *  CVSCFG.2
001400*    ITS SOURCE (cfg/<SOURCE>.csv, OR cfg/<SOURCE>-<PROGRAM-   *  CVSCFG.2
001500*    ID>.csv FOR A SECOND OR LATER PROGRAM IN THE SAME SOURCE, *  CVSCFG.2
001600*    SINCE PROGRAM-IDS ARE NOT UNIQUE ACROSS TestFiles), WITH  *  CVSCFG.2
001700*    ONE "FROM,TO,TYPE,LINE" ROW PER EDGE, LINE BEING THE      *  CVSCFG.2
001800*    SOURCE LINE THAT GIVES RISE TO IT:                        *  CVSCFG.2
001900*                                                              *  CVSCFG.2
002000*      FALL         CONTROL RUNS OFF THE END OF A PARAGRAPH    *  CVSCFG.2
002100*                   INTO THE NEXT (NOT AFTER AN UNCONDITIONAL  *  CVSCFG.2
002200*                   GO TO, STOP RUN, GOBACK OR EXIT PROGRAM),  *  CVSCFG.2
002300*      PERFORM      PERFORM OF A PARAGRAPH OR SECTION, OR A    *  CVSCFG.2
002400*                   SORT / MERGE INPUT OR OUTPUT PROCEDURE,    *  CVSCFG.2
002500*      THRU-RETURN  FROM THE LAST PROCEDURE OF A PERFORM ...   *  CVSCFG.2
002600*                   THRU RANGE BACK TO THE PERFORMING ONE,     *  CVSCFG.2
002700*      GOTO         GO TO (ALSO THE ONE-WORD GOTO SOME SHOP    *  CVSCFG.2
002800*                   COMPILERS TAKE),                           *  CVSCFG.2
002900*      GOTO-DEP     ONE ROW PER NAME OF A GO TO ... DEPENDING, *  CVSCFG.2
003000*      ALTER-GOTO   FROM AN ALTERED PARAGRAPH TO EACH TARGET   *  CVSCFG.2
003100*                   AN ALTER STATEMENT CAN GIVE ITS GO TO,     *  CVSCFG.2
003200*      BRANCH       ONE ARM OF AN IF (THEN / ELSE) OR OF AN    *  CVSCFG.2
003300*                   EVALUATE OR SEARCH (EACH WHEN); BOTH ENDS  *  CVSCFG.2
003400*                   ARE THE PARAGRAPH HOLDING IT,              *  CVSCFG.2
003500*      NEXT-SENT    FROM A NEXT SENTENCE TO THE PARAGRAPH      *  CVSCFG.2
003600*                   WHERE THE STATEMENT AFTER THE NEXT PERIOD  *  CVSCFG.2
003700*                   LIES, OR (END),                            *  CVSCFG.2
003800*                                                              *  CVSCFG.2
003900*    FOLLOWED BY ONE "NAME,,UNREACHABLE,LINE" ROW PER          *  CVSCFG.2
004000*    PARAGRAPH THAT NO PATH FROM THE ENTRY PARAGRAPH (OR FROM  *  CVSCFG.2
004100*    A DECLARATIVE) REACHES.  THE GRAPH IS CONSERVATIVE: A     *  CVSCFG.2
004200*    PARAGRAPH THAT IS ONLY FALLEN INTO FROM THE END OF A      *  CVSCFG.2
004300*    PERFORM RANGE STILL COUNTS AS REACHABLE.                  *  CVSCFG.2
004400*                                                              *  CVSCFG.2
004500*    THE ROWS EXPECTED FOR THE FIXED REGRESSION INPUTS (THE    *  CVSCFG.2
004600*    TestFiles/pytest PROGRAMS) ARE KEPT IN cfg_expect.dat AS  *  CVSCFG.2
004700*    "GRAPH,FROM,TO,TYPE,LINE", GRAPH BEING THE EDGE FILE'S    *  CVSCFG.2
004800*    NAME.  A ROW WRITTEN FOR SUCH A GRAPH BUT NOT EXPECTED,   *  CVSCFG.2
004900*    OR EXPECTED BUT NOT WRITTEN, IS                           *  CVSCFG.2
005000*    REPORTED IN control_flow.rpt; RETURN-CODE IS THEN 8,      *  CVSCFG.2
005100*    OTHERWISE 0.                                              *  CVSCFG.2
005200*                                                              *  CVSCFG.2
005300****************************************************************  CVSCFG.2
005400 ENVIRONMENT DIVISION.                                            CVSCFG.2
005500 CONFIGURATION SECTION.                                           CVSCFG.2
005600 SOURCE-COMPUTER.                                                 CVSCFG.2
005700     COPY CCVSTRG.                                                CVSCFG.2
005800 OBJECT-COMPUTER.                                                 CVSCFG.2
005900     COPY CCVSTRG.                                                CVSCFG.2
006000 INPUT-OUTPUT SECTION.                                            CVSCFG.2
006100 FILE-CONTROL.                                                    CVSCFG.2
006200     SELECT   SOURCE-LIST-FILE ASSIGN TO                          CVSCFG.2
006300     "control_flow.lst"                                           CVSCFG.2
006400     ORGANIZATION LINE SEQUENTIAL                                 CVSCFG.2
006500     FILE STATUS IS WS-SL-FSTATUS.                                CVSCFG.2
006600     SELECT   SOURCE-FILE ASSIGN TO                               CVSCFG.2
006700     DYNAMIC WS-SRC-FNAME                                         CVSCFG.2
006800     ORGANIZATION LINE SEQUENTIAL                                 CVSCFG.2
006900     FILE STATUS IS WS-SF-FSTATUS.                                CVSCFG.2
007000     SELECT   EDGE-FILE ASSIGN TO                                 CVSCFG.2
007100     DYNAMIC WS-EDGE-FNAME                                        CVSCFG.2
007200     ORGANIZATION LINE SEQUENTIAL                                 CVSCFG.2
007300     FILE STATUS IS WS-EG-FSTATUS.                                CVSCFG.2
007400     SELECT   EXPECT-FILE ASSIGN TO                               CVSCFG.2
007500     "cfg_expect.dat"                                             CVSCFG.2
007600     ORGANIZATION LINE SEQUENTIAL                                 CVSCFG.2
007700     FILE STATUS IS WS-XP-FSTATUS.                                CVSCFG.2
007800     SELECT   SCAN-REPORT-FILE ASSIGN TO                          CVSCFG.2
007900     "control_flow.rpt"                                           CVSCFG.2
008000     ORGANIZATION LINE SEQUENTIAL                                 CVSCFG.2
008100     FILE STATUS IS WS-RP-FSTATUS.                                CVSCFG.2
008200 DATA DIVISION.                                                   CVSCFG.2
008300 FILE SECTION.                                                    CVSCFG.2
008400 FD  SOURCE-LIST-FILE.                                            CVSCFG.2
008500 01  SOURCE-LIST-REC PIC X(80).                                   CVSCFG.2
008600 FD  SOURCE-FILE.                                                 CVSCFG.2
008700 01  SOURCE-REC PIC X(256).                                       CVSCFG.2
008800 FD  EDGE-FILE.                                                   CVSCFG.2
008900 01  EDGE-REC PIC X(80).                                          CVSCFG.2
009000 FD  EXPECT-FILE.                                                 CVSCFG.2
009100 01  EXPECT-REC PIC X(120).                                       CVSCFG.2
009200 FD  SCAN-REPORT-FILE.                                            CVSCFG.2
009300 01  SCAN-REPORT-REC PIC X(132).                                  CVSCFG.2
009400 WORKING-STORAGE SECTION.                                         CVSCFG.2
009500 77  WS-SL-FSTATUS       PIC XX VALUE SPACE.                      CVSCFG.2
009600 77  WS-SF-FSTATUS       PIC XX VALUE SPACE.                      CVSCFG.2
009700 77  WS-EG-FSTATUS       PIC XX VALUE SPACE.                      CVSCFG.2
009800 77  WS-XP-FSTATUS       PIC XX VALUE SPACE.                      CVSCFG.2
009900 77  WS-RP-FSTATUS       PIC XX VALUE SPACE.                      CVSCFG.2
010000 77  WS-EOF-SWITCH       PIC X  VALUE "N".                        CVSCFG.2
010100 77  WS-LIST-EOF         PIC X  VALUE "N".                        CVSCFG.2
010200 77  WS-PROC-SW          PIC X  VALUE "N".                        CVSCFG.2
010300 77  WS-PROC-SEEN        PIC X  VALUE "N".                        CVSCFG.2
010400 77  WS-LIT-SW           PIC X  VALUE "N".                        CVSCFG.2
010500 77  WS-CONT-SW          PIC X  VALUE "N".                        CVSCFG.2
010600 77  WS-EXEC-SW          PIC X  VALUE "N".                        CVSCFG.2
010700 77  WS-DECL-SW          PIC X  VALUE "N".                        CVSCFG.2
010800 77  WS-DECL-END         PIC X  VALUE "N".                        CVSCFG.2
010900 77  WS-ENTRY-SW         PIC X  VALUE "N".                        CVSCFG.2
011000 77  WS-OPEN-SW          PIC X  VALUE "Y".                        CVSCFG.2
011100 77  WS-COND-SW          PIC X  VALUE "N".                        CVSCFG.2
011200 77  WS-UNCOND-SW        PIC X  VALUE "N".                        CVSCFG.2
011300 77  WS-SKIP-QUAL        PIC X  VALUE "N".                        CVSCFG.2
011400 77  WS-CONSUMED         PIC X  VALUE "N".                        CVSCFG.2
011500 77  WS-CHANGED          PIC X  VALUE "N".                        CVSCFG.2
011600 77  WS-PGM-EXPECTED     PIC X  VALUE "N".                        CVSCFG.2
011700 77  WS-HDR-STATE        PIC X  VALUE SPACE.                      CVSCFG.2
011800 77  WS-STATE            PIC X(3) VALUE SPACE.                    CVSCFG.2
011900 77  WS-LAST-STATE       PIC X(3) VALUE SPACE.                    CVSCFG.2
012000 77  WS-QUOTE-CHAR       PIC X  VALUE SPACE.                      CVSCFG.2
012100 77  WS-CH               PIC X  VALUE SPACE.                      CVSCFG.2
012200 77  WS-POS              PIC 9(3) COMP VALUE ZERO.                CVSCFG.2
012300 77  WS-FIRST-COL        PIC 9(3) COMP VALUE ZERO.                CVSCFG.2
012400 77  WS-SLASH-POS        PIC 9(3) COMP VALUE ZERO.                CVSCFG.2
012500 77  WS-WORD-LEN         PIC 9(3) COMP VALUE ZERO.                CVSCFG.2
012600 77  WS-DEPTH            PIC 9(3) COMP VALUE ZERO.                CVSCFG.2
012700 77  WS-SCOPE-IX         PIC 9(3) COMP VALUE ZERO.                CVSCFG.2
012800 77  WS-GO-COUNT         PIC 9(3) COMP VALUE ZERO.                CVSCFG.2
012900 77  WS-NS-COUNT         PIC 9(3) COMP VALUE ZERO.                CVSCFG.2
013000 77  WS-NSA-COUNT        PIC 9(3) COMP VALUE ZERO.                CVSCFG.2
013100 77  WS-COMMA-POS        PIC 9(3) COMP VALUE ZERO.                CVSCFG.2
013200 77  WS-SUB              PIC 9(4) COMP VALUE ZERO.                CVSCFG.2
013300 77  WS-SUB-2            PIC 9(4) COMP VALUE ZERO.                CVSCFG.2
013400 77  WS-FOUND-IX         PIC 9(4) COMP VALUE ZERO.                CVSCFG.2
013500 77  WS-CUR-NODE         PIC 9(4) COMP VALUE ZERO.                CVSCFG.2
013600 77  WS-NODE-COUNT       PIC 9(4) COMP VALUE ZERO.                CVSCFG.2
013700 77  WS-EDGE-COUNT       PIC 9(4) COMP VALUE ZERO.                CVSCFG.2
013800 77  WS-XP-COUNT         PIC 9(4) COMP VALUE ZERO.                CVSCFG.2
013900 77  WS-LINE-NO          PIC 9(6) VALUE ZERO.                     CVSCFG.2
014000 77  WS-STMT-LINE        PIC 9(6) VALUE ZERO.                     CVSCFG.2
014100 77  WS-PGM-COUNT        PIC 9(4) VALUE ZERO.                     CVSCFG.2
014200 77  WS-PGM-SEQ          PIC 9(4) VALUE ZERO.                     CVSCFG.2
014300 77  WS-PGM-EDGES        PIC 9(4) VALUE ZERO.                     CVSCFG.2
014400 77  WS-PGM-UNREACH      PIC 9(4) VALUE ZERO.                     CVSCFG.2
014500 77  WS-XP-PGMS          PIC 9(4) VALUE ZERO.                     CVSCFG.2
014600 77  WS-MISMATCH         PIC 9(4) VALUE ZERO.                     CVSCFG.2
014700 77  WS-TOTAL-EDGES      PIC 9(6) VALUE ZERO.                     CVSCFG.2
014800 77  WS-TOTAL-UNREACH    PIC 9(6) VALUE ZERO.                     CVSCFG.2
014900 01  WS-SYS-CMD          PIC X(200) VALUE SPACE.                  CVSCFG.2
015000 01  WS-SRC-FNAME        PIC X(80) VALUE SPACE.                   CVSCFG.2
015100 01  WS-SRC-NAME         PIC X(40) VALUE SPACE.                   CVSCFG.2
015200 01  WS-PGM-NAME         PIC X(30) VALUE SPACE.                   CVSCFG.2
015300 01  WS-GRAPH-NAME       PIC X(40) VALUE SPACE.                   CVSCFG.2
015400 01  WS-EDGE-FNAME       PIC X(60) VALUE SPACE.                   CVSCFG.2
015500 01  WS-HYPHENS          PIC X(72) VALUE ALL "-".                 CVSCFG.2
015600 01  WS-CUR-LINE         PIC X(80) VALUE SPACE.                   CVSCFG.2
015700 01  WS-WORD             PIC X(30) VALUE SPACE.                   CVSCFG.2
015800 01  WS-PREV-WORD        PIC X(30) VALUE SPACE.                   CVSCFG.2
015900 01  WS-NEW-NAME         PIC X(30) VALUE SPACE.                   CVSCFG.2
016000 01  WS-FIND-NAME        PIC X(30) VALUE SPACE.                   CVSCFG.2
016100 01  WS-PERF-TARGET      PIC X(30) VALUE SPACE.                   CVSCFG.2
016200 01  WS-ALT-SOURCE       PIC X(30) VALUE SPACE.                   CVSCFG.2
016300 01  WS-PUSH-KIND        PIC X(8) VALUE SPACE.                    CVSCFG.2
016400 01  WS-CLOSE-KIND       PIC X(8) VALUE SPACE.                    CVSCFG.2
016500 01  WS-E-FROM           PIC X(30) VALUE SPACE.                   CVSCFG.2
016600 01  WS-E-TO             PIC X(30) VALUE SPACE.                   CVSCFG.2
016700 01  WS-E-TYPE           PIC X(11) VALUE SPACE.                   CVSCFG.2
016800 01  WS-E-LINE           PIC 9(6) VALUE ZERO.                     CVSCFG.2
016900 01  WS-EDGE-TEXT        PIC X(80) VALUE SPACE.                   CVSCFG.2
017000 01  WS-ROW-KIND         PIC X(11) VALUE SPACE.                   CVSCFG.2
017100 01  WS-ROW-TEXT         PIC X(100) VALUE SPACE.                  CVSCFG.2
017200 01  WS-EDIT-COUNT       PIC ZZZ9.                                CVSCFG.2
017300 01  WS-EDIT-COUNT-2     PIC ZZZ9.                                CVSCFG.2
017400 01  WS-EDIT-COUNT-3     PIC ZZZ9.                                CVSCFG.2
017500 01  WS-EDIT-COUNT-4     PIC ZZZ9.                                CVSCFG.2
017600 01  WS-EDIT-TOTAL       PIC ZZZZZ9.                              CVSCFG.2
017700 01  WS-EDIT-TOTAL-2     PIC ZZZZZ9.                              CVSCFG.2
017800*                                                                 CVSCFG.2
017900*    THE IF / EVALUATE / SEARCH / IN-LINE PERFORM SCOPES OPEN IN  CVSCFG.2
018000*    THE CURRENT SENTENCE, INNERMOST LAST.                        CVSCFG.2
018100*                                                                 CVSCFG.2
018200 01  WS-SCOPE-TABLE.                                              CVSCFG.2
018300     02  WS-SC-ENTRY OCCURS 40 TIMES.                             CVSCFG.2
018400         03  WS-SC-KIND      PIC X(8).                            CVSCFG.2
018500         03  WS-SC-ELSE      PIC X.                               CVSCFG.2
018600*                                                                 CVSCFG.2
018700*    THE PROCEDURE-NAMES OF THE GO TO BEING READ.                 CVSCFG.2
018800*                                                                 CVSCFG.2
018900 01  WS-GO-TABLE.                                                 CVSCFG.2
019000     02  WS-GO-NAME OCCURS 20 TIMES PIC X(30).                    CVSCFG.2
019100*                                                                 CVSCFG.2
019200*    NEXT SENTENCE STATEMENTS OF THE CURRENT SENTENCE (NS), AND   CVSCFG.2
019300*    THOSE WHOSE PERIOD HAS BEEN READ AND WHICH LAND ON THE NEXT  CVSCFG.2
019400*    WORD OF THE PROCEDURE DIVISION (NSA).                        CVSCFG.2
019500*                                                                 CVSCFG.2
019600 01  WS-NS-TABLE.                                                 CVSCFG.2
019700     02  WS-NS-ENTRY OCCURS 20 TIMES.                             CVSCFG.2
019800         03  WS-NS-NODE      PIC 9(4).                            CVSCFG.2
019900         03  WS-NS-LINE      PIC 9(6).                            CVSCFG.2
020000 01  WS-NSA-TABLE.                                                CVSCFG.2
020100     02  WS-NSA-ENTRY OCCURS 20 TIMES.                            CVSCFG.2
020200         03  WS-NSA-NODE     PIC 9(4).                            CVSCFG.2
020300         03  WS-NSA-LINE     PIC 9(6).                            CVSCFG.2
020400*                                                                 CVSCFG.2
020500*    THE PARAGRAPHS AND SECTIONS OF THE CURRENT PROGRAM.          CVSCFG.2
020600*                                                                 CVSCFG.2
020700 01  WS-NODE-TABLE.                                               CVSCFG.2
020800     02  WS-ND-ENTRY OCCURS 1000 TIMES.                           CVSCFG.2
020900         03  WS-ND-NAME      PIC X(30).                           CVSCFG.2
021000         03  WS-ND-LINE      PIC 9(6).                            CVSCFG.2
021100         03  WS-ND-ROOT      PIC X.                               CVSCFG.2
021200         03  WS-ND-REACH     PIC X.                               CVSCFG.2
021300*                                                                 CVSCFG.2
021400*    THE EDGES OF THE CURRENT PROGRAM AS READ.  A PERFORM OR GO   CVSCFG.2
021500*    TO WHOSE OBJECT IS NOT ONE OF THE PROGRAM'S PROCEDURE-NAMES  CVSCFG.2
021600*    (AN IN-LINE PERFORM n TIMES, SAY) IS DROPPED WHEN THE        CVSCFG.2
021700*    NAMES ARE RESOLVED.                                          CVSCFG.2
021800*                                                                 CVSCFG.2
021900 01  WS-EDGE-TABLE.                                               CVSCFG.2
022000     02  WS-ED-ENTRY OCCURS 4000 TIMES.                           CVSCFG.2
022100         03  WS-ED-FROM      PIC X(30).                           CVSCFG.2
022200         03  WS-ED-TO        PIC X(30).                           CVSCFG.2
022300         03  WS-ED-TYPE      PIC X(11).                           CVSCFG.2
022400         03  WS-ED-LINE      PIC 9(6).                            CVSCFG.2
022500         03  WS-ED-FROM-IX   PIC 9(4) COMP.                       CVSCFG.2
022600         03  WS-ED-TO-IX     PIC 9(4) COMP.                       CVSCFG.2
022700         03  WS-ED-KEEP      PIC X.                               CVSCFG.2
022800*                                                                 CVSCFG.2
022900*    THE EXPECTED ROWS FROM cfg_expect.dat.                       CVSCFG.2
023000*                                                                 CVSCFG.2
023100 01  WS-EXPECT-TABLE.                                             CVSCFG.2
023200     02  WS-XP-ENTRY OCCURS 600 TIMES.                            CVSCFG.2
023300         03  WS-XP-GRAPH     PIC X(40).                           CVSCFG.2
023400         03  WS-XP-TEXT      PIC X(80).                           CVSCFG.2
023500         03  WS-XP-MATCHED   PIC X.                               CVSCFG.2
023600 PROCEDURE DIVISION.                                              CVSCFG.2
023700 CCVSCFG-MAIN SECTION.                                            CVSCFG.2
023800 CCVSCFG-START.                                                   CVSCFG.2
023900     MOVE     SPACE TO WS-SYS-CMD.                                CVSCFG.2
024000     STRING   "mkdir -p cfg; rm -f cfg/*.csv; LC_ALL=C ls"        CVSCFG.2
024100              " ../*.cob >control_flow.lst 2>/dev/null;"          CVSCFG.2
024200              " find ../../TestFiles -type f -iname '*.cob'"      CVSCFG.2
024300              " 2>/dev/null | LC_ALL=C sort >>control_flow.lst"   CVSCFG.2
024400              DELIMITED BY SIZE INTO WS-SYS-CMD.                  CVSCFG.2
024500     CALL     "SYSTEM" USING WS-SYS-CMD.                          CVSCFG.2
024600     PERFORM  LOAD-EXPECTED-EDGES THRU LOAD-EXPECTED-EDGES-EX.    CVSCFG.2
024700     OPEN     OUTPUT SCAN-REPORT-FILE.                            CVSCFG.2
024800     MOVE     "CCVS85 PARAGRAPH CONTROL-FLOW GRAPH EXPORT"        CVSCFG.2
024900              TO SCAN-REPORT-REC.                                 CVSCFG.2
025000     WRITE    SCAN-REPORT-REC.                                    CVSCFG.2
025100     MOVE     WS-HYPHENS TO SCAN-REPORT-REC.                      CVSCFG.2
025200     WRITE    SCAN-REPORT-REC.                                    CVSCFG.2
025300     OPEN     INPUT SOURCE-LIST-FILE.                             CVSCFG.2
025400     IF       WS-SL-FSTATUS = "00"                                CVSCFG.2
025500              MOVE "N" TO WS-LIST-EOF                             CVSCFG.2
025600              PERFORM READ-SOURCE-LIST                            CVSCFG.2
025700              PERFORM SCAN-ONE-SOURCE                             CVSCFG.2
025800                      UNTIL WS-LIST-EOF = "Y"                     CVSCFG.2
025900              CLOSE SOURCE-LIST-FILE                              CVSCFG.2
026000     END-IF.                                                      CVSCFG.2
026100     PERFORM  REPORT-MISSING-EDGE                                 CVSCFG.2
026200              VARYING WS-SUB FROM 1 BY 1                          CVSCFG.2
026300              UNTIL WS-SUB > WS-XP-COUNT.                         CVSCFG.2
026400     MOVE     WS-HYPHENS TO SCAN-REPORT-REC.                      CVSCFG.2
026500     WRITE    SCAN-REPORT-REC.                                    CVSCFG.2
026600     MOVE     WS-PGM-COUNT TO WS-EDIT-COUNT.                      CVSCFG.2
026700     MOVE     WS-TOTAL-EDGES TO WS-EDIT-TOTAL.                    CVSCFG.2
026800     MOVE     WS-TOTAL-UNREACH TO WS-EDIT-TOTAL-2.                CVSCFG.2
026900     MOVE     WS-XP-PGMS TO WS-EDIT-COUNT-2.                      CVSCFG.2
027000     MOVE     WS-MISMATCH TO WS-EDIT-COUNT-3.                     CVSCFG.2
027100     MOVE     SPACE TO WS-ROW-TEXT.                               CVSCFG.2
027200     STRING   "PROGRAMS " WS-EDIT-COUNT                           CVSCFG.2
027300              "  EDGES " WS-EDIT-TOTAL                            CVSCFG.2
027400              "  UNREACHABLE " WS-EDIT-TOTAL-2                    CVSCFG.2
027500              "  REGRESSION PROGRAMS " WS-EDIT-COUNT-2            CVSCFG.2
027600              "  MISMATCHES " WS-EDIT-COUNT-3                     CVSCFG.2
027700              DELIMITED BY SIZE INTO WS-ROW-TEXT.                 CVSCFG.2
027800     MOVE     WS-ROW-TEXT TO SCAN-REPORT-REC.                     CVSCFG.2
027900     WRITE    SCAN-REPORT-REC.                                    CVSCFG.2
028000     CLOSE    SCAN-REPORT-FILE.                                   CVSCFG.2
028100     DISPLAY  "CCVSCFG: " WS-ROW-TEXT.                            CVSCFG.2
028200     IF       WS-MISMATCH > ZERO                                  CVSCFG.2
028300              MOVE 8 TO RETURN-CODE                               CVSCFG.2
028400     ELSE                                                         CVSCFG.2
028500              MOVE 0 TO RETURN-CODE                               CVSCFG.2
028600     END-IF.                                                      CVSCFG.2
028700     STOP     RUN.                                                CVSCFG.2
028800*                                                                 CVSCFG.2
028900*    THE EXPECTED ROWS ARE HELD IN STORAGE; EACH ONE MATCHED BY A CVSCFG.2
029000*    ROW WRITTEN FOR ITS PROGRAM IS TICKED OFF.                   CVSCFG.2
029100*                                                                 CVSCFG.2
029200 LOAD-EXPECTED-EDGES.                                             CVSCFG.2
029300     MOVE     ZERO TO WS-XP-COUNT.                                CVSCFG.2
029400     OPEN     INPUT EXPECT-FILE.                                  CVSCFG.2
029500     IF       WS-XP-FSTATUS NOT = "00"                            CVSCFG.2
029600              DISPLAY "CCVSCFG: NO cfg_expect.dat -- "            CVSCFG.2
029700                  "NO REGRESSION CHECK"                           CVSCFG.2
029800              GO TO LOAD-EXPECTED-EDGES-EX.                       CVSCFG.2
029900     MOVE     "N" TO WS-EOF-SWITCH.                               CVSCFG.2
030000     PERFORM  READ-EXPECT-LINE.                                   CVSCFG.2
030100     PERFORM  STORE-EXPECT-LINE                                   CVSCFG.2
030200              UNTIL WS-EOF-SWITCH = "Y".                          CVSCFG.2
030300     CLOSE    EXPECT-FILE.                                        CVSCFG.2
030400 LOAD-EXPECTED-EDGES-EX.                                          CVSCFG.2
030500     EXIT.                                                        CVSCFG.2
030600 READ-EXPECT-LINE.                                                CVSCFG.2
030700     MOVE     SPACE TO EXPECT-REC.                                CVSCFG.2
030800     READ     EXPECT-FILE                                         CVSCFG.2
030900              AT END MOVE "Y" TO WS-EOF-SWITCH.                   CVSCFG.2
031000 STORE-EXPECT-LINE.                                               CVSCFG.2
031100     INSPECT  EXPECT-REC CONVERTING "abcdefghijklmnopqrstuvwxyz"  CVSCFG.2
031200              TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".                    CVSCFG.2
031300     MOVE     ZERO TO WS-COMMA-POS.                               CVSCFG.2
031400     INSPECT  EXPECT-REC TALLYING WS-COMMA-POS                    CVSCFG.2
031500              FOR CHARACTERS BEFORE INITIAL ",".                  CVSCFG.2
031600     IF       EXPECT-REC NOT = SPACE                              CVSCFG.2
031700              AND EXPECT-REC (1:1) NOT = "*"                      CVSCFG.2
031800              AND WS-COMMA-POS > ZERO AND WS-COMMA-POS < 41       CVSCFG.2
031900              AND WS-XP-COUNT < 600                               CVSCFG.2
032000              ADD 1 TO WS-XP-COUNT                                CVSCFG.2
032100              MOVE EXPECT-REC (1:WS-COMMA-POS)                    CVSCFG.2
032200                   TO WS-XP-GRAPH (WS-XP-COUNT)                   CVSCFG.2
032300              MOVE EXPECT-REC (WS-COMMA-POS + 2:)                 CVSCFG.2
032400                   TO WS-XP-TEXT (WS-XP-COUNT)                    CVSCFG.2
032500              MOVE "N" TO WS-XP-MATCHED (WS-XP-COUNT)             CVSCFG.2
032600     END-IF.                                                      CVSCFG.2
032700     PERFORM  READ-EXPECT-LINE.                                   CVSCFG.2
032800 READ-SOURCE-LIST.                                                CVSCFG.2
032900     MOVE     SPACE TO SOURCE-LIST-REC.                           CVSCFG.2
033000     READ     SOURCE-LIST-FILE                                    CVSCFG.2
033100              AT END MOVE "Y" TO WS-LIST-EOF.                     CVSCFG.2
033200 SCAN-ONE-SOURCE.                                                 CVSCFG.2
033300     IF       SOURCE-LIST-REC NOT = SPACE                         CVSCFG.2
033400              PERFORM SCAN-SOURCE THRU SCAN-SOURCE-EX.            CVSCFG.2
033500     PERFORM  READ-SOURCE-LIST.                                   CVSCFG.2
033600 SCAN-SOURCE.                                                     CVSCFG.2
033700     MOVE     SOURCE-LIST-REC TO WS-SRC-FNAME.                    CVSCFG.2
033800     OPEN     INPUT SOURCE-FILE.                                  CVSCFG.2
033900     IF       WS-SF-FSTATUS NOT = "00"                            CVSCFG.2
034000              GO TO SCAN-SOURCE-EX.                               CVSCFG.2
034100     MOVE     ZERO TO WS-SLASH-POS.                               CVSCFG.2
034200     PERFORM  FIND-LAST-SLASH                                     CVSCFG.2
034300              VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > 80.       CVSCFG.2
034400     MOVE     SPACE TO WS-SRC-NAME.                               CVSCFG.2
034500     UNSTRING WS-SRC-FNAME (WS-SLASH-POS + 1:) DELIMITED BY "."   CVSCFG.2
034600              INTO WS-SRC-NAME.                                   CVSCFG.2
034700     INSPECT  WS-SRC-NAME CONVERTING "abcdefghijklmnopqrstuvwxyz" CVSCFG.2
034800              TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".                    CVSCFG.2
034900     MOVE     ZERO TO WS-LINE-NO WS-WORD-LEN WS-PGM-SEQ.          CVSCFG.2
035000     MOVE     "N" TO WS-LIT-SW WS-CONT-SW.                        CVSCFG.2
035100     MOVE     SPACE TO WS-WORD WS-PREV-WORD.                      CVSCFG.2
035200     PERFORM  START-PROGRAM.                                      CVSCFG.2
035300     MOVE     "N" TO WS-EOF-SWITCH.                               CVSCFG.2
035400     PERFORM  READ-SOURCE-LINE.                                   CVSCFG.2
035500     PERFORM  SCAN-ONE-LINE THRU SCAN-ONE-LINE-EX                 CVSCFG.2
035600              UNTIL WS-EOF-SWITCH = "Y".                          CVSCFG.2
035700     CLOSE    SOURCE-FILE.                                        CVSCFG.2
035800     PERFORM  FINISH-PROGRAM THRU FINISH-PROGRAM-EX.              CVSCFG.2
035900 SCAN-SOURCE-EX.                                                  CVSCFG.2
036000     EXIT.                                                        CVSCFG.2
036100 FIND-LAST-SLASH.                                                 CVSCFG.2
036200     IF       WS-SRC-FNAME (WS-POS:1) = "/"                       CVSCFG.2
036300              MOVE WS-POS TO WS-SLASH-POS.                        CVSCFG.2
036400 READ-SOURCE-LINE.                                                CVSCFG.2
036500     MOVE     SPACE TO SOURCE-REC.                                CVSCFG.2
036600     READ     SOURCE-FILE                                         CVSCFG.2
036700              AT END MOVE "Y" TO WS-EOF-SWITCH.                   CVSCFG.2
036800 START-PROGRAM.                                                   CVSCFG.2
036900     MOVE     SPACE TO WS-PGM-NAME WS-STATE WS-HDR-STATE.         CVSCFG.2
037000     MOVE     ZERO TO WS-NODE-COUNT WS-EDGE-COUNT WS-CUR-NODE     CVSCFG.2
037100                      WS-DEPTH WS-NS-COUNT WS-NSA-COUNT           CVSCFG.2
037200                      WS-GO-COUNT.                                CVSCFG.2
037300     MOVE     "N" TO WS-PROC-SW WS-PROC-SEEN WS-EXEC-SW           CVSCFG.2
037400                     WS-DECL-SW WS-DECL-END WS-ENTRY-SW           CVSCFG.2
037500                     WS-COND-SW WS-SKIP-QUAL.                     CVSCFG.2
037600     MOVE     "Y" TO WS-OPEN-SW.                                  CVSCFG.2
037700*                                                                 CVSCFG.2
037800*    COMMENT LINES ARE PASSED OVER.  A LETTER OTHER THAN D IN THE CVSCFG.2
037900*    INDICATOR AREA IS TAKEN AS CODE STARTING THERE (SOME OF THE  CVSCFG.2
038000*    TestFiles BEGIN EXEC SQL IN COLUMN 7).  IN THE PROCEDURE     CVSCFG.2
038100*    DIVISION A NAME IN AREA A IS A PARAGRAPH OR SECTION HEADER,  CVSCFG.2
038200*    WHICH ALSO ENDS A SENTENCE LEFT WITHOUT ITS PERIOD.          CVSCFG.2
038300*                                                                 CVSCFG.2
038400 SCAN-ONE-LINE.                                                   CVSCFG.2
038500     ADD      1 TO WS-LINE-NO.                                    CVSCFG.2
038600     MOVE     SOURCE-REC TO WS-CUR-LINE.                          CVSCFG.2
038700     IF       WS-CUR-LINE (7:1) = "*" OR WS-CUR-LINE (7:1) = "/"  CVSCFG.2
038800              GO TO SCAN-ONE-LINE-NEXT.                           CVSCFG.2
038900     INSPECT  WS-CUR-LINE CONVERTING "abcdefghijklmnopqrstuvwxyz" CVSCFG.2
039000              TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".                    CVSCFG.2
039100     MOVE     8 TO WS-FIRST-COL.                                  CVSCFG.2
039200     IF       WS-CUR-LINE (7:1) = "-"                             CVSCFG.2
039300              IF WS-LIT-SW = "Y"                                  CVSCFG.2
039400                  MOVE "Y" TO WS-CONT-SW                          CVSCFG.2
039500              END-IF                                              CVSCFG.2
039600     ELSE                                                         CVSCFG.2
039700              MOVE "N" TO WS-LIT-SW WS-CONT-SW                    CVSCFG.2
039800              IF WS-CUR-LINE (7:1) NOT = SPACE                    CVSCFG.2
039900                 AND WS-CUR-LINE (7:1) NOT = "D"                  CVSCFG.2
040000                  MOVE 7 TO WS-FIRST-COL                          CVSCFG.2
040100              END-IF                                              CVSCFG.2
040200     END-IF.                                                      CVSCFG.2
040300     IF       WS-PROC-SW = "Y"                                    CVSCFG.2
040400              AND WS-CUR-LINE (7:1) = SPACE                       CVSCFG.2
040500              AND WS-CUR-LINE (8:1) NOT = SPACE                   CVSCFG.2
040600              PERFORM END-OF-SENTENCE                             CVSCFG.2
040700              MOVE "1" TO WS-HDR-STATE                            CVSCFG.2
040800     END-IF.                                                      CVSCFG.2
040900     PERFORM  SCAN-ONE-CHAR THRU SCAN-ONE-CHAR-EX                 CVSCFG.2
041000              VARYING WS-POS FROM WS-FIRST-COL BY 1               CVSCFG.2
041100              UNTIL WS-POS > 72.                                  CVSCFG.2
041200     PERFORM  TAKE-WORD.                                          CVSCFG.2
041300 SCAN-ONE-LINE-NEXT.                                              CVSCFG.2
041400     PERFORM  READ-SOURCE-LINE.                                   CVSCFG.2
041500 SCAN-ONE-LINE-EX.                                                CVSCFG.2
041600     EXIT.                                                        CVSCFG.2
041700*                                                                 CVSCFG.2
041800*    LITERALS ARE SKIPPED (A CONTINUED LITERAL RESUMES AFTER THE  CVSCFG.2
041900*    QUOTE ON THE CONTINUATION LINE).  A PERIOD FOLLOWED BY A     CVSCFG.2
042000*    SPACE, OR IN COLUMN 72, IS A SEPARATOR PERIOD.               CVSCFG.2
042100*                                                                 CVSCFG.2
042200 SCAN-ONE-CHAR.                                                   CVSCFG.2
042300     MOVE     WS-CUR-LINE (WS-POS:1) TO WS-CH.                    CVSCFG.2
042400     IF       WS-CONT-SW = "Y"                                    CVSCFG.2
042500              IF WS-CH = WS-QUOTE-CHAR                            CVSCFG.2
042600                  MOVE "N" TO WS-CONT-SW                          CVSCFG.2
042700              END-IF                                              CVSCFG.2
042800              GO TO SCAN-ONE-CHAR-EX.                             CVSCFG.2
042900     IF       WS-LIT-SW = "Y"                                     CVSCFG.2
043000              IF WS-CH = WS-QUOTE-CHAR                            CVSCFG.2
043100                  MOVE "N" TO WS-LIT-SW                           CVSCFG.2
043200              END-IF                                              CVSCFG.2
043300              GO TO SCAN-ONE-CHAR-EX.                             CVSCFG.2
043400     IF       WS-CH = QUOTE OR WS-CH = "'"                        CVSCFG.2
043500              PERFORM TAKE-WORD                                   CVSCFG.2
043600              MOVE "Y" TO WS-LIT-SW                               CVSCFG.2
043700              MOVE WS-CH TO WS-QUOTE-CHAR                         CVSCFG.2
043800              GO TO SCAN-ONE-CHAR-EX.                             CVSCFG.2
043900     IF       WS-CH = SPACE OR WS-CH = "," OR WS-CH = ";"         CVSCFG.2
044000              OR WS-CH = "(" OR WS-CH = ")"                       CVSCFG.2
044100              PERFORM TAKE-WORD                                   CVSCFG.2
044200              GO TO SCAN-ONE-CHAR-EX.                             CVSCFG.2
044300     IF       WS-CH = "."                                         CVSCFG.2
044400              AND (WS-POS = 72                                    CVSCFG.2
044500                   OR WS-CUR-LINE (WS-POS + 1:1) = SPACE)         CVSCFG.2
044600              PERFORM TAKE-WORD                                   CVSCFG.2
044700              IF WS-PROC-SW = "Y"                                 CVSCFG.2
044800                  PERFORM END-OF-SENTENCE                         CVSCFG.2
044900              END-IF                                              CVSCFG.2
045000              GO TO SCAN-ONE-CHAR-EX.                             CVSCFG.2
045100     IF       WS-WORD-LEN < 30                                    CVSCFG.2
045200              ADD 1 TO WS-WORD-LEN                                CVSCFG.2
045300              MOVE WS-CH TO WS-WORD (WS-WORD-LEN:1).              CVSCFG.2
045400 SCAN-ONE-CHAR-EX.                                                CVSCFG.2
045500     EXIT.                                                        CVSCFG.2
045600 TAKE-WORD.                                                       CVSCFG.2
045700     IF       WS-WORD-LEN > ZERO                                  CVSCFG.2
045800              PERFORM CLASSIFY-WORD THRU CLASSIFY-WORD-EX         CVSCFG.2
045900              MOVE WS-WORD TO WS-PREV-WORD                        CVSCFG.2
046000              MOVE SPACE TO WS-WORD                               CVSCFG.2
046100              MOVE ZERO TO WS-WORD-LEN                            CVSCFG.2
046200     END-IF.                                                      CVSCFG.2
046300*                                                                 CVSCFG.2
046400*    OUTSIDE THE PROCEDURE DIVISION ONLY THE PROGRAM-ID AND THE   CVSCFG.2
046500*    DIVISION HEADERS MATTER.  AN IDENTIFICATION DIVISION OR AN   CVSCFG.2
046600*    END PROGRAM CLOSES THE PROGRAM BEING READ.                   CVSCFG.2
046700*                                                                 CVSCFG.2
046800 CLASSIFY-WORD.                                                   CVSCFG.2
046900     IF       WS-PROC-SW = "N"                                    CVSCFG.2
047000              IF WS-PREV-WORD = "PROGRAM-ID"                      CVSCFG.2
047100                 AND WS-PGM-NAME = SPACE                          CVSCFG.2
047200                  MOVE WS-WORD TO WS-PGM-NAME                     CVSCFG.2
047300              END-IF                                              CVSCFG.2
047400              IF WS-WORD = "DIVISION"                             CVSCFG.2
047500                 AND (WS-PREV-WORD = "IDENTIFICATION"             CVSCFG.2
047600                      OR WS-PREV-WORD = "ID")                     CVSCFG.2
047700                  PERFORM FINISH-PROGRAM THRU FINISH-PROGRAM-EX   CVSCFG.2
047800                  PERFORM START-PROGRAM                           CVSCFG.2
047900              END-IF                                              CVSCFG.2
048000              IF WS-PREV-WORD = "PROCEDURE"                       CVSCFG.2
048100                 AND WS-WORD = "DIVISION"                         CVSCFG.2
048200                  MOVE "Y" TO WS-PROC-SW WS-PROC-SEEN             CVSCFG.2
048300                  MOVE "D" TO WS-HDR-STATE                        CVSCFG.2
048400              END-IF                                              CVSCFG.2
048500              GO TO CLASSIFY-WORD-EX.                             CVSCFG.2
048600     IF       WS-HDR-STATE = "D"                                  CVSCFG.2
048700              GO TO CLASSIFY-WORD-EX.                             CVSCFG.2
048800     IF       WS-WORD = "DIVISION"                                CVSCFG.2
048900              AND (WS-PREV-WORD = "IDENTIFICATION"                CVSCFG.2
049000                   OR WS-PREV-WORD = "ID")                        CVSCFG.2
049100              PERFORM FINISH-PROGRAM THRU FINISH-PROGRAM-EX       CVSCFG.2
049200              PERFORM START-PROGRAM                               CVSCFG.2
049300              GO TO CLASSIFY-WORD-EX.                             CVSCFG.2
049400     IF       WS-EXEC-SW = "Y"                                    CVSCFG.2
049500              IF WS-WORD = "END-EXEC"                             CVSCFG.2
049600                  MOVE "N" TO WS-EXEC-SW                          CVSCFG.2
049700              END-IF                                              CVSCFG.2
049800              GO TO CLASSIFY-WORD-EX.                             CVSCFG.2
049900     IF       WS-SKIP-QUAL = "Y"                                  CVSCFG.2
050000              MOVE "N" TO WS-SKIP-QUAL                            CVSCFG.2
050100              GO TO CLASSIFY-WORD-EX.                             CVSCFG.2
050200     IF       WS-HDR-STATE = "1"                                  CVSCFG.2
050300              PERFORM TAKE-HEADER-NAME THRU TAKE-HEADER-NAME-EX   CVSCFG.2
050400              GO TO CLASSIFY-WORD-EX.                             CVSCFG.2
050500     IF       WS-HDR-STATE = "E"                                  CVSCFG.2
050600              PERFORM TAKE-END-HEADER                             CVSCFG.2
050700              GO TO CLASSIFY-WORD-EX.                             CVSCFG.2
050800     IF       WS-HDR-STATE = "2"                                  CVSCFG.2
050900              MOVE SPACE TO WS-HDR-STATE                          CVSCFG.2
051000              IF WS-WORD = "SECTION"                              CVSCFG.2
051100                  GO TO CLASSIFY-WORD-EX                          CVSCFG.2
051200              END-IF                                              CVSCFG.2
051300     END-IF.                                                      CVSCFG.2
051400     IF       WS-CUR-NODE = ZERO                                  CVSCFG.2
051500              MOVE "(START)" TO WS-NEW-NAME                       CVSCFG.2
051600              PERFORM START-NODE THRU START-NODE-EX.              CVSCFG.2
051700     IF       WS-NSA-COUNT > ZERO                                 CVSCFG.2
051800              PERFORM LAND-NEXT-SENTENCE.                         CVSCFG.2
051900     IF       WS-STATE NOT = SPACE                                CVSCFG.2
052000              PERFORM STEP-STATEMENT THRU STEP-STATEMENT-EX       CVSCFG.2
052100              IF WS-CONSUMED = "Y"                                CVSCFG.2
052200                  GO TO CLASSIFY-WORD-EX                          CVSCFG.2
052300              END-IF                                              CVSCFG.2
052400     END-IF.                                                      CVSCFG.2
052500     PERFORM  CLASSIFY-VERB THRU CLASSIFY-VERB-EX.                CVSCFG.2
052600 CLASSIFY-WORD-EX.                                                CVSCFG.2
052700     EXIT.                                                        CVSCFG.2
052800 CLASSIFY-VERB.                                                   CVSCFG.2
052900     IF       WS-WORD = "EXEC"                                    CVSCFG.2
053000              MOVE "Y" TO WS-EXEC-SW                              CVSCFG.2
053100              GO TO CLASSIFY-VERB-EX.                             CVSCFG.2
053200     IF       WS-WORD = "SENTENCE" AND WS-PREV-WORD = "NEXT"      CVSCFG.2
053300              PERFORM NOTE-NEXT-SENTENCE                          CVSCFG.2
053400              GO TO CLASSIFY-VERB-EX.                             CVSCFG.2
053500     IF       WS-WORD = "IF"                                      CVSCFG.2
053600              MOVE WS-WORD TO WS-PUSH-KIND                        CVSCFG.2
053700              PERFORM PUSH-SCOPE                                  CVSCFG.2
053800              PERFORM ADD-BRANCH-EDGE                             CVSCFG.2
053900              GO TO CLASSIFY-VERB-EX.                             CVSCFG.2
054000     IF       WS-WORD = "EVALUATE" OR WS-WORD = "SEARCH"          CVSCFG.2
054100              MOVE WS-WORD TO WS-PUSH-KIND                        CVSCFG.2
054200              PERFORM PUSH-SCOPE                                  CVSCFG.2
054300              GO TO CLASSIFY-VERB-EX.                             CVSCFG.2
054400     IF       WS-WORD = "ELSE"                                    CVSCFG.2
054500              PERFORM ELSE-SEEN                                   CVSCFG.2
054600              GO TO CLASSIFY-VERB-EX.                             CVSCFG.2
054700     IF       WS-WORD = "WHEN"                                    CVSCFG.2
054800              PERFORM WHEN-SEEN                                   CVSCFG.2
054900              GO TO CLASSIFY-VERB-EX.                             CVSCFG.2
055000     IF       WS-WORD = "END-IF" OR WS-WORD = "END-EVALUATE"      CVSCFG.2
055100              OR WS-WORD = "END-SEARCH" OR WS-WORD = "END-PERFORM"CVSCFG.2
055200              MOVE WS-WORD (5:8) TO WS-CLOSE-KIND                 CVSCFG.2
055300              PERFORM CLOSE-SCOPE                                 CVSCFG.2
055400              GO TO CLASSIFY-VERB-EX.                             CVSCFG.2
055500     IF       (WS-WORD = "END" AND WS-PREV-WORD = "AT")           CVSCFG.2
055600              OR (WS-WORD = "ERROR" AND WS-PREV-WORD = "SIZE")    CVSCFG.2
055700              OR WS-WORD = "INVALID" OR WS-WORD = "OVERFLOW"      CVSCFG.2
055800              OR WS-WORD = "EXCEPTION" OR WS-WORD = "EOP"         CVSCFG.2
055900              OR WS-WORD = "END-OF-PAGE"                          CVSCFG.2
056000              MOVE "Y" TO WS-COND-SW                              CVSCFG.2
056100              GO TO CLASSIFY-VERB-EX.                             CVSCFG.2
056200     IF       WS-WORD (1:4) = "END-"                              CVSCFG.2
056300              MOVE "N" TO WS-COND-SW                              CVSCFG.2
056400              GO TO CLASSIFY-VERB-EX.                             CVSCFG.2
056500     IF       WS-WORD = "PERFORM"                                 CVSCFG.2
056600              MOVE WS-LINE-NO TO WS-STMT-LINE                     CVSCFG.2
056700              MOVE "PF1" TO WS-STATE                              CVSCFG.2
056800              GO TO CLASSIFY-VERB-EX.                             CVSCFG.2
056900     IF       WS-WORD = "PROCEDURE"                               CVSCFG.2
057000              AND (WS-PREV-WORD = "INPUT"                         CVSCFG.2
057100                   OR WS-PREV-WORD = "OUTPUT")                    CVSCFG.2
057200              MOVE WS-LINE-NO TO WS-STMT-LINE                     CVSCFG.2
057300              MOVE "SP1" TO WS-STATE                              CVSCFG.2
057400              GO TO CLASSIFY-VERB-EX.                             CVSCFG.2
057500     IF       WS-WORD = "GO" OR WS-WORD = "GOTO"                  CVSCFG.2
057600              PERFORM NOTE-TRANSFER                               CVSCFG.2
057700              MOVE ZERO TO WS-GO-COUNT                            CVSCFG.2
057800              MOVE "GO1" TO WS-STATE                              CVSCFG.2
057900              IF WS-WORD = "GOTO"                                 CVSCFG.2
058000                  MOVE "GO2" TO WS-STATE                          CVSCFG.2
058100              END-IF                                              CVSCFG.2
058200              GO TO CLASSIFY-VERB-EX.                             CVSCFG.2
058300     IF       WS-WORD = "ALTER"                                   CVSCFG.2
058400              MOVE WS-LINE-NO TO WS-STMT-LINE                     CVSCFG.2
058500              MOVE "AL1" TO WS-STATE                              CVSCFG.2
058600              GO TO CLASSIFY-VERB-EX.                             CVSCFG.2
058700     IF       WS-WORD = "STOP"                                    CVSCFG.2
058800              PERFORM NOTE-TRANSFER                               CVSCFG.2
058900              MOVE "ST1" TO WS-STATE                              CVSCFG.2
059000              GO TO CLASSIFY-VERB-EX.                             CVSCFG.2
059100     IF       WS-WORD = "EXIT"                                    CVSCFG.2
059200              PERFORM NOTE-TRANSFER                               CVSCFG.2
059300              MOVE "EX1" TO WS-STATE                              CVSCFG.2
059400              GO TO CLASSIFY-VERB-EX.                             CVSCFG.2
059500     IF       WS-WORD = "GOBACK"                                  CVSCFG.2
059600              PERFORM NOTE-TRANSFER                               CVSCFG.2
059700              PERFORM CLOSE-NODE.                                 CVSCFG.2
059800 CLASSIFY-VERB-EX.                                                CVSCFG.2
059900     EXIT.                                                        CVSCFG.2
060000*                                                                 CVSCFG.2
060100*    A NAME IN AREA A STARTS A NEW NODE, UNLESS IT IS PART OF AN  CVSCFG.2
060200*    END DECLARATIVES OR END PROGRAM HEADER.                      CVSCFG.2
060300*                                                                 CVSCFG.2
060400 TAKE-HEADER-NAME.                                                CVSCFG.2
060500     MOVE     SPACE TO WS-HDR-STATE.                              CVSCFG.2
060600     IF       WS-WORD = "END"                                     CVSCFG.2
060700              MOVE "E" TO WS-HDR-STATE                            CVSCFG.2
060800              GO TO TAKE-HEADER-NAME-EX.                          CVSCFG.2
060900     IF       WS-WORD = "DECLARATIVES"                            CVSCFG.2
061000              MOVE "Y" TO WS-DECL-SW                              CVSCFG.2
061100              GO TO TAKE-HEADER-NAME-EX.                          CVSCFG.2
061200     MOVE     WS-WORD TO WS-NEW-NAME.                             CVSCFG.2
061300     PERFORM  START-NODE THRU START-NODE-EX.                      CVSCFG.2
061400     IF       WS-NSA-COUNT > ZERO                                 CVSCFG.2
061500              PERFORM LAND-NEXT-SENTENCE.                         CVSCFG.2
061600     MOVE     "2" TO WS-HDR-STATE.                                CVSCFG.2
061700 TAKE-HEADER-NAME-EX.                                             CVSCFG.2
061800     EXIT.                                                        CVSCFG.2
061900 TAKE-END-HEADER.                                                 CVSCFG.2
062000     MOVE     SPACE TO WS-HDR-STATE.                              CVSCFG.2
062100     IF       WS-WORD = "DECLARATIVES"                            CVSCFG.2
062200              MOVE "N" TO WS-DECL-SW                              CVSCFG.2
062300              MOVE "Y" TO WS-DECL-END                             CVSCFG.2
062400     END-IF.                                                      CVSCFG.2
062500     IF       WS-WORD = "PROGRAM"                                 CVSCFG.2
062600              PERFORM FINISH-PROGRAM THRU FINISH-PROGRAM-EX       CVSCFG.2
062700              PERFORM START-PROGRAM                               CVSCFG.2
062800     END-IF.                                                      CVSCFG.2
062900*                                                                 CVSCFG.2
063000*    THE FIRST NODE OUTSIDE THE DECLARATIVES IS THE ENTRY; EVERY  CVSCFG.2
063100*    DECLARATIVE IS ENTERED BY ITS USE.  CONTROL FALLS INTO THE   CVSCFG.2
063200*    NEW NODE UNLESS THE LAST ONE ENDED IN AN UNCONDITIONAL       CVSCFG.2
063300*    TRANSFER OR WITH END DECLARATIVES.                           CVSCFG.2
063400*                                                                 CVSCFG.2
063500 START-NODE.                                                      CVSCFG.2
063600     IF       WS-NODE-COUNT NOT < 1000                            CVSCFG.2
063700              GO TO START-NODE-EX.                                CVSCFG.2
063800     ADD      1 TO WS-NODE-COUNT.                                 CVSCFG.2
063900     MOVE     WS-NEW-NAME TO WS-ND-NAME (WS-NODE-COUNT).          CVSCFG.2
064000     MOVE     WS-LINE-NO TO WS-ND-LINE (WS-NODE-COUNT).           CVSCFG.2
064100     MOVE     "N" TO WS-ND-ROOT (WS-NODE-COUNT).                  CVSCFG.2
064200     IF       WS-DECL-SW = "Y"                                    CVSCFG.2
064300              MOVE "Y" TO WS-ND-ROOT (WS-NODE-COUNT)              CVSCFG.2
064400     ELSE                                                         CVSCFG.2
064500              IF WS-ENTRY-SW = "N"                                CVSCFG.2
064600                  MOVE "Y" TO WS-ND-ROOT (WS-NODE-COUNT)          CVSCFG.2
064700                  MOVE "Y" TO WS-ENTRY-SW                         CVSCFG.2
064800              END-IF                                              CVSCFG.2
064900     END-IF.                                                      CVSCFG.2
065000     MOVE     WS-ND-ROOT (WS-NODE-COUNT)                          CVSCFG.2
065100              TO WS-ND-REACH (WS-NODE-COUNT).                     CVSCFG.2
065200     IF       WS-CUR-NODE > ZERO                                  CVSCFG.2
065300              AND WS-OPEN-SW = "Y" AND WS-DECL-END = "N"          CVSCFG.2
065400              MOVE WS-ND-NAME (WS-CUR-NODE) TO WS-E-FROM          CVSCFG.2
065500              MOVE WS-NEW-NAME TO WS-E-TO                         CVSCFG.2
065600              MOVE "FALL" TO WS-E-TYPE                            CVSCFG.2
065700              MOVE WS-LINE-NO TO WS-E-LINE                        CVSCFG.2
065800              PERFORM ADD-EDGE                                    CVSCFG.2
065900     END-IF.                                                      CVSCFG.2
066000     MOVE     "N" TO WS-DECL-END.                                 CVSCFG.2
066100     MOVE     "Y" TO WS-OPEN-SW.                                  CVSCFG.2
066200     MOVE     WS-NODE-COUNT TO WS-CUR-NODE.                       CVSCFG.2
066300 START-NODE-EX.                                                   CVSCFG.2
066400     EXIT.                                                        CVSCFG.2
066500*                                                                 CVSCFG.2
066600*    PERFORM, GO TO, ALTER, STOP AND EXIT ARE READ A WORD AT A    CVSCFG.2
066700*    TIME.  A WORD THAT ENDS THE STATEMENT WITHOUT BELONGING TO   CVSCFG.2
066800*    IT IS LEFT (WS-CONSUMED "N") FOR CLASSIFY-VERB.              CVSCFG.2
066900*                                                                 CVSCFG.2
067000 STEP-STATEMENT.                                                  CVSCFG.2
067100     MOVE     "Y" TO WS-CONSUMED.                                 CVSCFG.2
067200     IF       WS-STATE = "PF1"                                    CVSCFG.2
067300              MOVE SPACE TO WS-STATE                              CVSCFG.2
067400              IF WS-WORD = "UNTIL" OR WS-WORD = "VARYING"         CVSCFG.2
067500                 OR WS-WORD = "WITH" OR WS-WORD = "TEST"          CVSCFG.2
067600                  MOVE "PERFORM" TO WS-PUSH-KIND                  CVSCFG.2
067700                  PERFORM PUSH-SCOPE                              CVSCFG.2
067800              ELSE                                                CVSCFG.2
067900                  MOVE WS-WORD TO WS-PERF-TARGET                  CVSCFG.2
068000                  MOVE "PF2" TO WS-STATE                          CVSCFG.2
068100              END-IF                                              CVSCFG.2
068200              GO TO STEP-STATEMENT-EX.                            CVSCFG.2
068300     IF       WS-STATE = "SP1"                                    CVSCFG.2
068400              IF WS-WORD NOT = "IS"                               CVSCFG.2
068500                  MOVE WS-WORD TO WS-PERF-TARGET                  CVSCFG.2
068600                  MOVE "PF2" TO WS-STATE                          CVSCFG.2
068700              END-IF                                              CVSCFG.2
068800              GO TO STEP-STATEMENT-EX.                            CVSCFG.2
068900     IF       WS-STATE = "PF2"                                    CVSCFG.2
069000              IF WS-WORD = "THRU" OR WS-WORD = "THROUGH"          CVSCFG.2
069100                  MOVE "PF3" TO WS-STATE                          CVSCFG.2
069200                  GO TO STEP-STATEMENT-EX                         CVSCFG.2
069300              END-IF                                              CVSCFG.2
069400              IF WS-WORD = "OF" OR WS-WORD = "IN"                 CVSCFG.2
069500                  MOVE "Y" TO WS-SKIP-QUAL                        CVSCFG.2
069600                  GO TO STEP-STATEMENT-EX                         CVSCFG.2
069700              END-IF                                              CVSCFG.2
069800              MOVE SPACE TO WS-STATE                              CVSCFG.2
069900              IF WS-WORD = "TIMES"                                CVSCFG.2
070000                  MOVE "PERFORM" TO WS-PUSH-KIND                  CVSCFG.2
070100                  PERFORM PUSH-SCOPE                              CVSCFG.2
070200                  GO TO STEP-STATEMENT-EX                         CVSCFG.2
070300              END-IF                                              CVSCFG.2
070400              PERFORM EMIT-PERFORM                                CVSCFG.2
070500              MOVE "N" TO WS-CONSUMED                             CVSCFG.2
070600              GO TO STEP-STATEMENT-EX.                            CVSCFG.2
070700     IF       WS-STATE = "PF3"                                    CVSCFG.2
070800              MOVE SPACE TO WS-STATE                              CVSCFG.2
070900              PERFORM EMIT-PERFORM                                CVSCFG.2
071000              MOVE WS-WORD TO WS-E-FROM                           CVSCFG.2
071100              MOVE WS-ND-NAME (WS-CUR-NODE) TO WS-E-TO            CVSCFG.2
071200              MOVE "THRU-RETURN" TO WS-E-TYPE                     CVSCFG.2
071300              PERFORM ADD-EDGE                                    CVSCFG.2
071400              GO TO STEP-STATEMENT-EX.                            CVSCFG.2
071500     IF       WS-STATE = "GO1"                                    CVSCFG.2
071600              MOVE "GO2" TO WS-STATE                              CVSCFG.2
071700              IF WS-WORD = "TO"                                   CVSCFG.2
071800                  GO TO STEP-STATEMENT-EX                         CVSCFG.2
071900              END-IF                                              CVSCFG.2
072000     END-IF.                                                      CVSCFG.2
072100     IF       WS-STATE = "GO2"                                    CVSCFG.2
072200              IF WS-WORD = "DEPENDING"                            CVSCFG.2
072300                  MOVE SPACE TO WS-STATE                          CVSCFG.2
072400                  PERFORM ADD-GO-DEPENDING-EDGE                   CVSCFG.2
072500                          VARYING WS-SUB FROM 1 BY 1              CVSCFG.2
072600                          UNTIL WS-SUB > WS-GO-COUNT              CVSCFG.2
072700                  GO TO STEP-STATEMENT-EX                         CVSCFG.2
072800              END-IF                                              CVSCFG.2
072900              IF WS-WORD = "ELSE" OR WS-WORD = "WHEN"             CVSCFG.2
073000                 OR WS-WORD (1:4) = "END-"                        CVSCFG.2
073100                  MOVE SPACE TO WS-STATE                          CVSCFG.2
073200                  PERFORM FLUSH-GO-TO                             CVSCFG.2
073300                  MOVE "N" TO WS-CONSUMED                         CVSCFG.2
073400                  GO TO STEP-STATEMENT-EX                         CVSCFG.2
073500              END-IF                                              CVSCFG.2
073600              IF WS-GO-COUNT < 20                                 CVSCFG.2
073700                  ADD 1 TO WS-GO-COUNT                            CVSCFG.2
073800                  MOVE WS-WORD TO WS-GO-NAME (WS-GO-COUNT)        CVSCFG.2
073900              END-IF                                              CVSCFG.2
074000              GO TO STEP-STATEMENT-EX.                            CVSCFG.2
074100     IF       WS-WORD = "ELSE" OR WS-WORD = "WHEN"                CVSCFG.2
074200              OR WS-WORD (1:4) = "END-"                           CVSCFG.2
074300              MOVE SPACE TO WS-STATE                              CVSCFG.2
074400              MOVE "N" TO WS-CONSUMED                             CVSCFG.2
074500              GO TO STEP-STATEMENT-EX.                            CVSCFG.2
074600     IF       WS-STATE = "AL1"                                    CVSCFG.2
074700              MOVE WS-WORD TO WS-ALT-SOURCE                       CVSCFG.2
074800              MOVE "AL2" TO WS-STATE                              CVSCFG.2
074900              GO TO STEP-STATEMENT-EX.                            CVSCFG.2
075000     IF       WS-STATE = "AL2"                                    CVSCFG.2
075100              IF WS-WORD NOT = "TO" AND WS-WORD NOT = "PROCEED"   CVSCFG.2
075200                  MOVE WS-ALT-SOURCE TO WS-E-FROM                 CVSCFG.2
075300                  MOVE WS-WORD TO WS-E-TO                         CVSCFG.2
075400                  MOVE "ALTER-GOTO" TO WS-E-TYPE                  CVSCFG.2
075500                  MOVE WS-STMT-LINE TO WS-E-LINE                  CVSCFG.2
075600                  PERFORM ADD-EDGE                                CVSCFG.2
075700                  MOVE "AL1" TO WS-STATE                          CVSCFG.2
075800              END-IF                                              CVSCFG.2
075900              GO TO STEP-STATEMENT-EX.                            CVSCFG.2
076000     MOVE     WS-STATE TO WS-LAST-STATE.                          CVSCFG.2
076100     MOVE     SPACE TO WS-STATE.                                  CVSCFG.2
076200     IF       WS-LAST-STATE = "ST1" AND WS-WORD = "RUN"           CVSCFG.2
076300              PERFORM CLOSE-NODE                                  CVSCFG.2
076400              GO TO STEP-STATEMENT-EX.                            CVSCFG.2
076500     IF       WS-LAST-STATE = "EX1" AND WS-WORD = "PROGRAM"       CVSCFG.2
076600              PERFORM CLOSE-NODE                                  CVSCFG.2
076700              GO TO STEP-STATEMENT-EX.                            CVSCFG.2
076800     IF       WS-LAST-STATE = "EX1"                               CVSCFG.2
076900              AND (WS-WORD = "PERFORM" OR WS-WORD = "PARAGRAPH"   CVSCFG.2
077000                   OR WS-WORD = "SECTION")                        CVSCFG.2
077100              GO TO STEP-STATEMENT-EX.                            CVSCFG.2
077200     MOVE     "N" TO WS-CONSUMED.                                 CVSCFG.2
077300 STEP-STATEMENT-EX.                                               CVSCFG.2
077400     EXIT.                                                        CVSCFG.2
077500*                                                                 CVSCFG.2
077600*    A TRANSFER OUTSIDE EVERY IF / EVALUATE / SEARCH / IN-LINE    CVSCFG.2
077700*    PERFORM AND EVERY AT END / INVALID KEY / SIZE ERROR STYLE    CVSCFG.2
077800*    PHRASE IS UNCONDITIONAL: NOTHING FALLS PAST IT.              CVSCFG.2
077900*                                                                 CVSCFG.2
078000 NOTE-TRANSFER.                                                   CVSCFG.2
078100     MOVE     WS-LINE-NO TO WS-STMT-LINE.                         CVSCFG.2
078200     IF       WS-DEPTH = ZERO AND WS-COND-SW = "N"                CVSCFG.2
078300              MOVE "Y" TO WS-UNCOND-SW                            CVSCFG.2
078400     ELSE                                                         CVSCFG.2
078500              MOVE "N" TO WS-UNCOND-SW                            CVSCFG.2
078600     END-IF.                                                      CVSCFG.2
078700 CLOSE-NODE.                                                      CVSCFG.2
078800     IF       WS-UNCOND-SW = "Y"                                  CVSCFG.2
078900              MOVE "N" TO WS-OPEN-SW.                             CVSCFG.2
079000 EMIT-PERFORM.                                                    CVSCFG.2
079100     MOVE     WS-ND-NAME (WS-CUR-NODE) TO WS-E-FROM.              CVSCFG.2
079200     MOVE     WS-PERF-TARGET TO WS-E-TO.                          CVSCFG.2
079300     MOVE     "PERFORM" TO WS-E-TYPE.                             CVSCFG.2
079400     MOVE     WS-STMT-LINE TO WS-E-LINE.                          CVSCFG.2
079500     PERFORM  ADD-EDGE.                                           CVSCFG.2
079600*                                                                 CVSCFG.2
079700*    WITHOUT DEPENDING ONLY THE FIRST NAME IS THE OBJECT; AN      CVSCFG.2
079800*    ALTERABLE GO TO WITH NO NAME HAS ONLY ITS ALTER-GOTO EDGES.  CVSCFG.2
079900*                                                                 CVSCFG.2
080000 FLUSH-GO-TO.                                                     CVSCFG.2
080100     IF       WS-GO-COUNT > ZERO                                  CVSCFG.2
080200              MOVE WS-ND-NAME (WS-CUR-NODE) TO WS-E-FROM          CVSCFG.2
080300              MOVE WS-GO-NAME (1) TO WS-E-TO                      CVSCFG.2
080400              MOVE "GOTO" TO WS-E-TYPE                            CVSCFG.2
080500              MOVE WS-STMT-LINE TO WS-E-LINE                      CVSCFG.2
080600              PERFORM ADD-EDGE                                    CVSCFG.2
080700     END-IF.                                                      CVSCFG.2
080800     PERFORM  CLOSE-NODE.                                         CVSCFG.2
080900 ADD-GO-DEPENDING-EDGE.                                           CVSCFG.2
081000     MOVE     WS-ND-NAME (WS-CUR-NODE) TO WS-E-FROM.              CVSCFG.2
081100     MOVE     WS-GO-NAME (WS-SUB) TO WS-E-TO.                     CVSCFG.2
081200     MOVE     "GOTO-DEP" TO WS-E-TYPE.                            CVSCFG.2
081300     MOVE     WS-STMT-LINE TO WS-E-LINE.                          CVSCFG.2
081400     PERFORM  ADD-EDGE.                                           CVSCFG.2
081500 ADD-BRANCH-EDGE.                                                 CVSCFG.2
081600     MOVE     WS-ND-NAME (WS-CUR-NODE) TO WS-E-FROM WS-E-TO.      CVSCFG.2
081700     MOVE     "BRANCH" TO WS-E-TYPE.                              CVSCFG.2
081800     MOVE     WS-LINE-NO TO WS-E-LINE.                            CVSCFG.2
081900     PERFORM  ADD-EDGE.                                           CVSCFG.2
082000 ADD-EDGE.                                                        CVSCFG.2
082100     IF       WS-EDGE-COUNT < 4000                                CVSCFG.2
082200              ADD 1 TO WS-EDGE-COUNT                              CVSCFG.2
082300              MOVE WS-E-FROM TO WS-ED-FROM (WS-EDGE-COUNT)        CVSCFG.2
082400              MOVE WS-E-TO TO WS-ED-TO (WS-EDGE-COUNT)            CVSCFG.2
082500              MOVE WS-E-TYPE TO WS-ED-TYPE (WS-EDGE-COUNT)        CVSCFG.2
082600              MOVE WS-E-LINE TO WS-ED-LINE (WS-EDGE-COUNT)        CVSCFG.2
082700              MOVE "N" TO WS-ED-KEEP (WS-EDGE-COUNT)              CVSCFG.2
082800     END-IF.                                                      CVSCFG.2
082900 PUSH-SCOPE.                                                      CVSCFG.2
083000     IF       WS-DEPTH < 40                                       CVSCFG.2
083100              ADD 1 TO WS-DEPTH                                   CVSCFG.2
083200              MOVE WS-PUSH-KIND TO WS-SC-KIND (WS-DEPTH)          CVSCFG.2
083300              MOVE "N" TO WS-SC-ELSE (WS-DEPTH)                   CVSCFG.2
083400     END-IF.                                                      CVSCFG.2
083500*                                                                 CVSCFG.2
083600*    AN ELSE BELONGS TO THE INNERMOST IF THAT HAS NONE YET; ANY   CVSCFG.2
083700*    IF ALREADY PAST ITS ELSE IS CLOSED BY IT IMPLICITLY.  A WHEN CVSCFG.2
083800*    CLOSES EVERY IF OPENED SINCE ITS EVALUATE OR SEARCH.         CVSCFG.2
083900*                                                                 CVSCFG.2
084000 ELSE-SEEN.                                                       CVSCFG.2
084100     PERFORM  POP-SCOPE                                           CVSCFG.2
084200              UNTIL WS-DEPTH = ZERO                               CVSCFG.2
084300                 OR WS-SC-KIND (WS-DEPTH) NOT = "IF"              CVSCFG.2
084400                 OR WS-SC-ELSE (WS-DEPTH) = "N".                  CVSCFG.2
084500     IF       WS-DEPTH > ZERO                                     CVSCFG.2
084600              IF WS-SC-KIND (WS-DEPTH) = "IF"                     CVSCFG.2
084700                  MOVE "Y" TO WS-SC-ELSE (WS-DEPTH)               CVSCFG.2
084800                  PERFORM ADD-BRANCH-EDGE                         CVSCFG.2
084900              END-IF                                              CVSCFG.2
085000     END-IF.                                                      CVSCFG.2
085100 WHEN-SEEN.                                                       CVSCFG.2
085200     PERFORM  POP-SCOPE                                           CVSCFG.2
085300              UNTIL WS-DEPTH = ZERO                               CVSCFG.2
085400                 OR WS-SC-KIND (WS-DEPTH) NOT = "IF".             CVSCFG.2
085500     IF       WS-DEPTH > ZERO                                     CVSCFG.2
085600              PERFORM ADD-BRANCH-EDGE                             CVSCFG.2
085700     END-IF.                                                      CVSCFG.2
085800*                                                                 CVSCFG.2
085900*    A TERMINATOR CLOSES THE INNERMOST SCOPE OF ITS OWN KIND AND  CVSCFG.2
086000*    ANYTHING OPEN INSIDE IT; ONE WITH NO SUCH SCOPE IS IGNORED.  CVSCFG.2
086100*                                                                 CVSCFG.2
086200 CLOSE-SCOPE.                                                     CVSCFG.2
086300     MOVE     WS-DEPTH TO WS-SCOPE-IX.                            CVSCFG.2
086400     PERFORM  STEP-SCOPE-DOWN                                     CVSCFG.2
086500              UNTIL WS-SCOPE-IX = ZERO                            CVSCFG.2
086600                 OR WS-SC-KIND (WS-SCOPE-IX) = WS-CLOSE-KIND.     CVSCFG.2
086700     IF       WS-SCOPE-IX > ZERO                                  CVSCFG.2
086800              COMPUTE WS-DEPTH = WS-SCOPE-IX - 1                  CVSCFG.2
086900     END-IF.                                                      CVSCFG.2
087000 STEP-SCOPE-DOWN.                                                 CVSCFG.2
087100     SUBTRACT 1 FROM WS-SCOPE-IX.                                 CVSCFG.2
087200 POP-SCOPE.                                                       CVSCFG.2
087300     SUBTRACT 1 FROM WS-DEPTH.                                    CVSCFG.2
087400 NOTE-NEXT-SENTENCE.                                              CVSCFG.2
087500     IF       WS-NS-COUNT < 20                                    CVSCFG.2
087600              ADD 1 TO WS-NS-COUNT                                CVSCFG.2
087700              MOVE WS-CUR-NODE TO WS-NS-NODE (WS-NS-COUNT)        CVSCFG.2
087800              MOVE WS-LINE-NO TO WS-NS-LINE (WS-NS-COUNT)         CVSCFG.2
087900     END-IF.                                                      CVSCFG.2
088000*                                                                 CVSCFG.2
088100*    AT A PERIOD (OR A HEADER) THE STATEMENT BEING READ IS        CVSCFG.2
088200*    COMPLETE, EVERY SCOPE IS CLOSED, AND THE SENTENCE'S NEXT     CVSCFG.2
088300*    SENTENCE STATEMENTS NOW LAND ON WHATEVER COMES NEXT.         CVSCFG.2
088400*                                                                 CVSCFG.2
088500 END-OF-SENTENCE.                                                 CVSCFG.2
088600     PERFORM  FLUSH-STATEMENT.                                    CVSCFG.2
088700     MOVE     ZERO TO WS-DEPTH.                                   CVSCFG.2
088800     MOVE     "N" TO WS-COND-SW WS-SKIP-QUAL.                     CVSCFG.2
088900     MOVE     SPACE TO WS-HDR-STATE.                              CVSCFG.2
089000     PERFORM  MOVE-NS-TO-LANDING                                  CVSCFG.2
089100              VARYING WS-SUB FROM 1 BY 1                          CVSCFG.2
089200              UNTIL WS-SUB > WS-NS-COUNT.                         CVSCFG.2
089300     MOVE     ZERO TO WS-NS-COUNT.                                CVSCFG.2
089400 FLUSH-STATEMENT.                                                 CVSCFG.2
089500     IF       WS-STATE = "PF2"                                    CVSCFG.2
089600              PERFORM EMIT-PERFORM.                               CVSCFG.2
089700     IF       WS-STATE = "GO1" OR WS-STATE = "GO2"                CVSCFG.2
089800              PERFORM FLUSH-GO-TO.                                CVSCFG.2
089900     MOVE     SPACE TO WS-STATE.                                  CVSCFG.2
090000 MOVE-NS-TO-LANDING.                                              CVSCFG.2
090100     IF       WS-NSA-COUNT < 20                                   CVSCFG.2
090200              ADD 1 TO WS-NSA-COUNT                               CVSCFG.2
090300              MOVE WS-NS-NODE (WS-SUB)                            CVSCFG.2
090400                   TO WS-NSA-NODE (WS-NSA-COUNT)                  CVSCFG.2
090500              MOVE WS-NS-LINE (WS-SUB)                            CVSCFG.2
090600                   TO WS-NSA-LINE (WS-NSA-COUNT)                  CVSCFG.2
090700     END-IF.                                                      CVSCFG.2
090800 LAND-NEXT-SENTENCE.                                              CVSCFG.2
090900     MOVE     WS-ND-NAME (WS-CUR-NODE) TO WS-E-TO.                CVSCFG.2
091000     PERFORM  ADD-LANDING-EDGE                                    CVSCFG.2
091100              VARYING WS-SUB FROM 1 BY 1                          CVSCFG.2
091200              UNTIL WS-SUB > WS-NSA-COUNT.                        CVSCFG.2
091300     MOVE     ZERO TO WS-NSA-COUNT.                               CVSCFG.2
091400 ADD-LANDING-EDGE.                                                CVSCFG.2
091500     MOVE     WS-ND-NAME (WS-NSA-NODE (WS-SUB)) TO WS-E-FROM.     CVSCFG.2
091600     MOVE     "NEXT-SENT" TO WS-E-TYPE.                           CVSCFG.2
091700     MOVE     WS-NSA-LINE (WS-SUB) TO WS-E-LINE.                  CVSCFG.2
091800     PERFORM  ADD-EDGE.                                           CVSCFG.2
091900*                                                                 CVSCFG.2
092000*    AT THE END OF A PROGRAM THE NAMES ARE RESOLVED, REACHABILITY CVSCFG.2
092100*    IS PROPAGATED FROM THE ROOTS ALONG EVERY EDGE BUT THE        CVSCFG.2
092200*    THRU-RETURNS, AND THE EDGE FILE IS WRITTEN AND CHECKED.      CVSCFG.2
092300*                                                                 CVSCFG.2
092400 FINISH-PROGRAM.                                                  CVSCFG.2
092500     IF       WS-PROC-SEEN = "N"                                  CVSCFG.2
092600              GO TO FINISH-PROGRAM-EX.                            CVSCFG.2
092700     MOVE     "N" TO WS-PROC-SEEN.                                CVSCFG.2
092800     IF       WS-CUR-NODE > ZERO                                  CVSCFG.2
092900              PERFORM END-OF-SENTENCE                             CVSCFG.2
093000              MOVE "(END)" TO WS-E-TO                             CVSCFG.2
093100              PERFORM ADD-LANDING-EDGE                            CVSCFG.2
093200                      VARYING WS-SUB FROM 1 BY 1                  CVSCFG.2
093300                      UNTIL WS-SUB > WS-NSA-COUNT                 CVSCFG.2
093400              MOVE ZERO TO WS-NSA-COUNT                           CVSCFG.2
093500     END-IF.                                                      CVSCFG.2
093600     ADD      1 TO WS-PGM-COUNT.                                  CVSCFG.2
093700     ADD      1 TO WS-PGM-SEQ.                                    CVSCFG.2
093800     MOVE     WS-SRC-NAME TO WS-GRAPH-NAME.                       CVSCFG.2
093900     IF       WS-PGM-SEQ > 1 AND WS-PGM-NAME NOT = SPACE          CVSCFG.2
094000              MOVE SPACE TO WS-GRAPH-NAME                         CVSCFG.2
094100              STRING WS-SRC-NAME DELIMITED BY SPACE               CVSCFG.2
094200                     "-" WS-PGM-NAME DELIMITED BY SIZE            CVSCFG.2
094300                     INTO WS-GRAPH-NAME.                          CVSCFG.2
094400     PERFORM  RESOLVE-EDGE                                        CVSCFG.2
094500              VARYING WS-SUB FROM 1 BY 1                          CVSCFG.2
094600              UNTIL WS-SUB > WS-EDGE-COUNT.                       CVSCFG.2
094700     MOVE     "Y" TO WS-CHANGED.                                  CVSCFG.2
094800     PERFORM  MARK-REACHABLE-PASS                                 CVSCFG.2
094900              UNTIL WS-CHANGED = "N".                             CVSCFG.2
095000     MOVE     "N" TO WS-PGM-EXPECTED.                             CVSCFG.2
095100     PERFORM  CHECK-PROGRAM-EXPECTED                              CVSCFG.2
095200              VARYING WS-SUB FROM 1 BY 1                          CVSCFG.2
095300              UNTIL WS-SUB > WS-XP-COUNT.                         CVSCFG.2
095400     IF       WS-PGM-EXPECTED = "Y"                               CVSCFG.2
095500              ADD 1 TO WS-XP-PGMS.                                CVSCFG.2
095600     MOVE     SPACE TO WS-EDGE-FNAME.                             CVSCFG.2
095700     STRING   "cfg/" DELIMITED BY SIZE                            CVSCFG.2
095800              WS-GRAPH-NAME DELIMITED BY SPACE                    CVSCFG.2
095900              ".csv" DELIMITED BY SIZE                            CVSCFG.2
096000              INTO WS-EDGE-FNAME.                                 CVSCFG.2
096100     OPEN     OUTPUT EDGE-FILE.                                   CVSCFG.2
096200     IF       WS-EG-FSTATUS NOT = "00"                            CVSCFG.2
096300              DISPLAY "CCVSCFG: CANNOT WRITE " WS-EDGE-FNAME      CVSCFG.2
096400              GO TO FINISH-PROGRAM-EX.                            CVSCFG.2
096500     MOVE     ZERO TO WS-PGM-EDGES WS-PGM-UNREACH.                CVSCFG.2
096600     PERFORM  WRITE-EDGE-ROW                                      CVSCFG.2
096700              VARYING WS-SUB FROM 1 BY 1                          CVSCFG.2
096800              UNTIL WS-SUB > WS-EDGE-COUNT.                       CVSCFG.2
096900     PERFORM  WRITE-UNREACHABLE-ROW                               CVSCFG.2
097000              VARYING WS-SUB FROM 1 BY 1                          CVSCFG.2
097100              UNTIL WS-SUB > WS-NODE-COUNT.                       CVSCFG.2
097200     CLOSE    EDGE-FILE.                                          CVSCFG.2
097300     ADD      WS-PGM-EDGES TO WS-TOTAL-EDGES.                     CVSCFG.2
097400     ADD      WS-PGM-UNREACH TO WS-TOTAL-UNREACH.                 CVSCFG.2
097500     MOVE     WS-NODE-COUNT TO WS-EDIT-COUNT.                     CVSCFG.2
097600     MOVE     WS-PGM-EDGES TO WS-EDIT-COUNT-2.                    CVSCFG.2
097700     MOVE     WS-PGM-UNREACH TO WS-EDIT-COUNT-3.                  CVSCFG.2
097800     MOVE     SPACE TO WS-ROW-TEXT.                               CVSCFG.2
097900     STRING   WS-EDGE-FNAME DELIMITED BY SPACE                    CVSCFG.2
098000              "  NODES " WS-EDIT-COUNT                            CVSCFG.2
098100              "  EDGES " WS-EDIT-COUNT-2                          CVSCFG.2
098200              "  UNREACHABLE " WS-EDIT-COUNT-3                    CVSCFG.2
098300              DELIMITED BY SIZE INTO WS-ROW-TEXT.                 CVSCFG.2
098400     MOVE     "GRAPH" TO WS-ROW-KIND.                             CVSCFG.2
098500     PERFORM  WRITE-SCAN-ROW.                                     CVSCFG.2
098600 FINISH-PROGRAM-EX.                                               CVSCFG.2
098700     EXIT.                                                        CVSCFG.2
098800*                                                                 CVSCFG.2
098900*    AN EDGE IS KEPT WHEN BOTH ENDS ARE PROCEDURE-NAMES OF THE    CVSCFG.2
099000*    PROGRAM (A NEXT SENTENCE MAY ALSO LAND AT (END)).            CVSCFG.2
099100*                                                                 CVSCFG.2
099200 RESOLVE-EDGE.                                                    CVSCFG.2
099300     MOVE     WS-ED-FROM (WS-SUB) TO WS-FIND-NAME.                CVSCFG.2
099400     PERFORM  FIND-NODE.                                          CVSCFG.2
099500     MOVE     WS-FOUND-IX TO WS-ED-FROM-IX (WS-SUB).              CVSCFG.2
099600     MOVE     WS-ED-TO (WS-SUB) TO WS-FIND-NAME.                  CVSCFG.2
099700     PERFORM  FIND-NODE.                                          CVSCFG.2
099800     MOVE     WS-FOUND-IX TO WS-ED-TO-IX (WS-SUB).                CVSCFG.2
099900     IF       WS-ED-FROM-IX (WS-SUB) > ZERO                       CVSCFG.2
100000              AND (WS-ED-TO-IX (WS-SUB) > ZERO                    CVSCFG.2
100100                   OR WS-ED-TO (WS-SUB) = "(END)")                CVSCFG.2
100200              MOVE "Y" TO WS-ED-KEEP (WS-SUB).                    CVSCFG.2
100300 FIND-NODE.                                                       CVSCFG.2
100400     MOVE     ZERO TO WS-FOUND-IX.                                CVSCFG.2
100500     PERFORM  MATCH-NODE                                          CVSCFG.2
100600              VARYING WS-SUB-2 FROM 1 BY 1                        CVSCFG.2
100700              UNTIL WS-SUB-2 > WS-NODE-COUNT                      CVSCFG.2
100800                 OR WS-FOUND-IX > ZERO.                           CVSCFG.2
100900 MATCH-NODE.                                                      CVSCFG.2
101000     IF       WS-ND-NAME (WS-SUB-2) = WS-FIND-NAME                CVSCFG.2
101100              MOVE WS-SUB-2 TO WS-FOUND-IX.                       CVSCFG.2
101200 MARK-REACHABLE-PASS.                                             CVSCFG.2
101300     MOVE     "N" TO WS-CHANGED.                                  CVSCFG.2
101400     PERFORM  MARK-ONE-EDGE                                       CVSCFG.2
101500              VARYING WS-SUB FROM 1 BY 1                          CVSCFG.2
101600              UNTIL WS-SUB > WS-EDGE-COUNT.                       CVSCFG.2
101700 MARK-ONE-EDGE.                                                   CVSCFG.2
101800     IF       WS-ED-KEEP (WS-SUB) = "Y"                           CVSCFG.2
101900              AND WS-ED-TYPE (WS-SUB) NOT = "THRU-RETURN"         CVSCFG.2
102000              AND WS-ED-TO-IX (WS-SUB) > ZERO                     CVSCFG.2
102100              IF WS-ND-REACH (WS-ED-FROM-IX (WS-SUB)) = "Y"       CVSCFG.2
102200                 AND WS-ND-REACH (WS-ED-TO-IX (WS-SUB)) = "N"     CVSCFG.2
102300                  MOVE "Y" TO WS-ND-REACH (WS-ED-TO-IX (WS-SUB))  CVSCFG.2
102400                  MOVE "Y" TO WS-CHANGED                          CVSCFG.2
102500              END-IF                                              CVSCFG.2
102600     END-IF.                                                      CVSCFG.2
102700 CHECK-PROGRAM-EXPECTED.                                          CVSCFG.2
102800     IF       WS-XP-GRAPH (WS-SUB) = WS-GRAPH-NAME                CVSCFG.2
102900              MOVE "Y" TO WS-PGM-EXPECTED.                        CVSCFG.2
103000 WRITE-EDGE-ROW.                                                  CVSCFG.2
103100     IF       WS-ED-KEEP (WS-SUB) = "Y"                           CVSCFG.2
103200              MOVE SPACE TO WS-EDGE-TEXT                          CVSCFG.2
103300              STRING WS-ED-FROM (WS-SUB) DELIMITED BY SPACE       CVSCFG.2
103400                     "," DELIMITED BY SIZE                        CVSCFG.2
103500                     WS-ED-TO (WS-SUB) DELIMITED BY SPACE         CVSCFG.2
103600                     "," DELIMITED BY SIZE                        CVSCFG.2
103700                     WS-ED-TYPE (WS-SUB) DELIMITED BY SPACE       CVSCFG.2
103800                     "," WS-ED-LINE (WS-SUB) DELIMITED BY SIZE    CVSCFG.2
103900                     INTO WS-EDGE-TEXT                            CVSCFG.2
104000              PERFORM PUT-EDGE-TEXT                               CVSCFG.2
104100     END-IF.                                                      CVSCFG.2
104200 WRITE-UNREACHABLE-ROW.                                           CVSCFG.2
104300     IF       WS-ND-REACH (WS-SUB) = "N"                          CVSCFG.2
104400              ADD 1 TO WS-PGM-UNREACH                             CVSCFG.2
104500              MOVE SPACE TO WS-EDGE-TEXT                          CVSCFG.2
104600              STRING WS-ND-NAME (WS-SUB) DELIMITED BY SPACE       CVSCFG.2
104700                     ",,UNREACHABLE," WS-ND-LINE (WS-SUB)         CVSCFG.2
104800                     DELIMITED BY SIZE INTO WS-EDGE-TEXT          CVSCFG.2
104900              PERFORM PUT-EDGE-TEXT                               CVSCFG.2
105000              MOVE SPACE TO WS-ROW-TEXT                           CVSCFG.2
105100              STRING WS-ND-NAME (WS-SUB) DELIMITED BY SPACE       CVSCFG.2
105200                     " AT LINE " WS-ND-LINE (WS-SUB)              CVSCFG.2
105300                     DELIMITED BY SIZE INTO WS-ROW-TEXT           CVSCFG.2
105400              MOVE "UNREACHABLE" TO WS-ROW-KIND                   CVSCFG.2
105500              PERFORM WRITE-SCAN-ROW                              CVSCFG.2
105600     END-IF.                                                      CVSCFG.2
105700 PUT-EDGE-TEXT.                                                   CVSCFG.2
105800     MOVE     WS-EDGE-TEXT TO EDGE-REC.                           CVSCFG.2
105900     WRITE    EDGE-REC.                                           CVSCFG.2
106000     ADD      1 TO WS-PGM-EDGES.                                  CVSCFG.2
106100     IF       WS-PGM-EXPECTED = "Y"                               CVSCFG.2
106200              MOVE ZERO TO WS-FOUND-IX                            CVSCFG.2
106300              PERFORM MATCH-EXPECTED-ROW                          CVSCFG.2
106400                      VARYING WS-SUB-2 FROM 1 BY 1                CVSCFG.2
106500                      UNTIL WS-SUB-2 > WS-XP-COUNT                CVSCFG.2
106600                         OR WS-FOUND-IX > ZERO                    CVSCFG.2
106700              IF WS-FOUND-IX = ZERO                               CVSCFG.2
106800                  ADD 1 TO WS-MISMATCH                            CVSCFG.2
106900                  MOVE WS-EDGE-TEXT TO WS-ROW-TEXT                CVSCFG.2
107000                  MOVE "UNEXPECTED" TO WS-ROW-KIND                CVSCFG.2
107100                  PERFORM WRITE-SCAN-ROW                          CVSCFG.2
107200                  DISPLAY "CCVSCFG: " SCAN-REPORT-REC             CVSCFG.2
107300              END-IF                                              CVSCFG.2
107400     END-IF.                                                      CVSCFG.2
107500 MATCH-EXPECTED-ROW.                                              CVSCFG.2
107600     IF       WS-XP-GRAPH (WS-SUB-2) = WS-GRAPH-NAME              CVSCFG.2
107700              AND WS-XP-TEXT (WS-SUB-2) = WS-EDGE-TEXT            CVSCFG.2
107800              AND WS-XP-MATCHED (WS-SUB-2) = "N"                  CVSCFG.2
107900              MOVE "Y" TO WS-XP-MATCHED (WS-SUB-2)                CVSCFG.2
108000              MOVE WS-SUB-2 TO WS-FOUND-IX.                       CVSCFG.2
108100 REPORT-MISSING-EDGE.                                             CVSCFG.2
108200     IF       WS-XP-MATCHED (WS-SUB) = "N"                        CVSCFG.2
108300              ADD 1 TO WS-MISMATCH                                CVSCFG.2
108400              MOVE WS-XP-GRAPH (WS-SUB) TO WS-GRAPH-NAME          CVSCFG.2
108500              MOVE WS-XP-TEXT (WS-SUB) TO WS-ROW-TEXT             CVSCFG.2
108600              MOVE "MISSING" TO WS-ROW-KIND                       CVSCFG.2
108700              PERFORM WRITE-SCAN-ROW                              CVSCFG.2
108800              DISPLAY "CCVSCFG: " SCAN-REPORT-REC                 CVSCFG.2
108900     END-IF.                                                      CVSCFG.2
109000 WRITE-SCAN-ROW.                                                  CVSCFG.2
109100     MOVE     SPACE TO SCAN-REPORT-REC.                           CVSCFG.2
109200     STRING   WS-GRAPH-NAME DELIMITED BY SPACE                    CVSCFG.2
109300              ": " DELIMITED BY SIZE                              CVSCFG.2
109400              WS-ROW-KIND DELIMITED BY SPACE                      CVSCFG.2
109500              ": " WS-ROW-TEXT DELIMITED BY SIZE                  CVSCFG.2
109600              INTO SCAN-REPORT-REC.                               CVSCFG.2
109700     WRITE    SCAN-REPORT-REC.                                    CVSCFG.2
