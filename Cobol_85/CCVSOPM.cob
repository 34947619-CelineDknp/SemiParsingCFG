000100 IDENTIFICATION DIVISION.                                         CVSOPM.2
000200 PROGRAM-ID.                                                      CVSOPM.2
000300     CCVSOPM.                                                     CVSOPM.2
000400****************************************************************  CVSOPM.2
000500*                                                              *  CVSOPM.2
000600*    COMPILER OPTION-PROFILE MATRIX.                           *  CVSOPM.2
000700*                                                              *  CVSOPM.2
000800*    compile_cmd.dat GIVES THE SUITE ONE COMPILE COMMAND, BUT  *  CVSOPM.2
000900*    THE APPLICATION TEAMS BUILD UNDER DIFFERENT DIALECT AND   *  CVSOPM.2
001000*    OPTION SETTINGS (STRICT COBOL-85, IBM COMPATIBILITY,      *  CVSOPM.2
001100*    BINARY TRUNCATION ON AND OFF, SIGN AND ARITHMETIC         *  CVSOPM.2
001200*    DEFAULTS).  THIS PROGRAM QUALIFIES A CHOSEN MODULE SET    *  CVSOPM.2
001300*    UNDER EVERY NAMED PROFILE IN "option_profiles.dat", ONE   *  CVSOPM.2
001400*    PROFILE PER LINE:                                         *  CVSOPM.2
001500*                                                              *  CVSOPM.2
001600*        NAME|COMPILE COMMAND                                  *  CVSOPM.2
001700*                                                              *  CVSOPM.2
001800*    NAME IS UP TO 10 CHARACTERS (LETTERS, DIGITS, HYPHEN) AND *  CVSOPM.2
001900*    THE COMMAND IS WRITTEN LIKE compile_cmd.dat, $m STANDING  *  CVSOPM.2
002000*    FOR THE MODULE NAME.  LINES STARTING WITH * ARE COMMENTS. *  CVSOPM.2
002100*    UP TO 6 PROFILES ARE TAKEN.                               *  CVSOPM.2
002200*                                                              *  CVSOPM.2
002300*    THE MODULE SET IS KEYED AT THE CONSOLE (UP TO 10 NAMES    *  CVSOPM.2
002400*    SEPARATED BY SPACES); BLANK TAKES THE DRIVER'S SELECTION  *  CVSOPM.2
002500*    IN driver_selected.dat (UP TO 60 MODULES).                *  CVSOPM.2
002600*                                                              *  CVSOPM.2
002700*    EACH PROFILE GETS ITS OWN NAMESPACE, w_OPT_<NAME>, BUILT  *  CVSOPM.2
002800*    THE WAY CCVSMUT BUILDS w_SENSE: THE COPY LIBRARY AND THE  *  CVSOPM.2
002900*    .dat FILES OF THE CURRENT RUN ARE COPIED IN, EACH SOURCE  *  CVSOPM.2
003000*    IS PLACED IN w_OPT_<NAME> AND w_OPT_<NAME>/run, BUILT     *  CVSOPM.2
003100*    THERE WITH THE PROFILE'S COMMAND AND RUN THERE (AN ABEND  *  CVSOPM.2
003200*    OR A RUN OVER 300 SECONDS LEAVES WHAT IT REPORTED), SO NO *  CVSOPM.2
003300*    PROFILE SEES ANOTHER'S OBJECTS OR RESULTS.                *  CVSOPM.2
003400*                                                              *  CVSOPM.2
003500*    option_matrix.rpt HAS ONE ROW PER PAR-NAME (THE results   *  CVSOPM.2
003600*    ROW NAME, ".nn" INCLUDED) AND ONE COLUMN PER PROFILE.  A  *  CVSOPM.2
003700*    ROW WHOSE VERDICT IS NOT THE SAME UNDER EVERY PROFILE IS  *  CVSOPM.2
003800*    MARKED "<< OPTION-SENSITIVE"; A MODULE THAT WILL NOT      *  CVSOPM.2
003900*    BUILD UNDER A PROFILE SHOWS "NOBLD" IN THAT COLUMN, AND   *  CVSOPM.2
004000*    "--" MEANS THE ROW WAS NOT REPORTED UNDER THAT PROFILE.   *  CVSOPM.2
004100*    A PER-PROFILE TOTALS BLOCK AND THE BUILD FAILURES FOLLOW. *  CVSOPM.2
004200*                                                              *  CVSOPM.2
004300*    RETURN-CODE 0 WHEN EVERY PROFILE AGREES, 4 WHEN AN OPTION *  CVSOPM.2
004400*    CHANGES A RESULT, 8 WHEN FEWER THAN TWO PROFILES OR NO    *  CVSOPM.2
004500*    MODULES ARE GIVEN.  WITH NO option_profiles.dat THERE IS  *  CVSOPM.2
004600*    NOTHING TO COMPARE AND THE MATRIX IS SKIPPED.             *  CVSOPM.2
004700*                                                              *  CVSOPM.2
004800****************************************************************  CVSOPM.2
004900 ENVIRONMENT DIVISION.                                            CVSOPM.2
005000 CONFIGURATION SECTION.                                           CVSOPM.2
005100 SOURCE-COMPUTER.                                                 CVSOPM.2
005200     COPY CCVSTRG.                                                CVSOPM.2
005300 OBJECT-COMPUTER.                                                 CVSOPM.2
005400     COPY CCVSTRG.                                                CVSOPM.2
005500 INPUT-OUTPUT SECTION.                                            CVSOPM.2
005600 FILE-CONTROL.                                                    CVSOPM.2
005700     SELECT   PROFILE-FILE ASSIGN TO                              CVSOPM.2
005800     "option_profiles.dat"                                        CVSOPM.2
005900     ORGANIZATION LINE SEQUENTIAL                                 CVSOPM.2
006000     FILE STATUS IS WS-PF-FSTATUS.                                CVSOPM.2
006100     SELECT   SELECTED-FILE ASSIGN TO                             CVSOPM.2
006200     "driver_selected.dat"                                        CVSOPM.2
006300     ORGANIZATION LINE SEQUENTIAL                                 CVSOPM.2
006400     FILE STATUS IS WS-SL-FSTATUS.                                CVSOPM.2
006500     SELECT   OPT-PROBE-FILE ASSIGN TO                            CVSOPM.2
006600     DYNAMIC WS-PROBE-FNAME                                       CVSOPM.2
006700     ORGANIZATION LINE SEQUENTIAL                                 CVSOPM.2
006800     FILE STATUS IS WS-PB-FSTATUS.                                CVSOPM.2
006900     SELECT   OPT-RESULTS-FILE ASSIGN TO                          CVSOPM.2
007000     DYNAMIC WS-RES-FNAME                                         CVSOPM.2
007100     ORGANIZATION LINE SEQUENTIAL                                 CVSOPM.2
007200     FILE STATUS IS WS-OR-FSTATUS.                                CVSOPM.2
007300     SELECT   MATRIX-REPORT-FILE ASSIGN TO                        CVSOPM.2
007400     "option_matrix.rpt"                                          CVSOPM.2
007500     ORGANIZATION LINE SEQUENTIAL                                 CVSOPM.2
007600     FILE STATUS IS WS-RP-FSTATUS.                                CVSOPM.2
007700 DATA DIVISION.                                                   CVSOPM.2
007800 FILE SECTION.                                                    CVSOPM.2
007900 FD  PROFILE-FILE.                                                CVSOPM.2
008000 01  PROFILE-REC PIC X(240).                                      CVSOPM.2
008100 FD  SELECTED-FILE.                                               CVSOPM.2
008200 01  SELECTED-REC PIC X(80).                                      CVSOPM.2
008300 FD  OPT-PROBE-FILE.                                              CVSOPM.2
008400 01  OPT-PROBE-REC PIC X(40).                                     CVSOPM.2
008500 FD  OPT-RESULTS-FILE.                                            CVSOPM.2
008600 01  OPT-RESULTS-REC PIC X(200).                                  CVSOPM.2
008700 FD  MATRIX-REPORT-FILE.                                          CVSOPM.2
008800 01  MATRIX-REPORT-REC PIC X(132).                                CVSOPM.2
008900 WORKING-STORAGE SECTION.                                         CVSOPM.2
009000 77  WS-PF-FSTATUS       PIC XX VALUE SPACE.                      CVSOPM.2
009100 77  WS-SL-FSTATUS       PIC XX VALUE SPACE.                      CVSOPM.2
009200 77  WS-PB-FSTATUS       PIC XX VALUE SPACE.                      CVSOPM.2
009300 77  WS-OR-FSTATUS       PIC XX VALUE SPACE.                      CVSOPM.2
009400 77  WS-RP-FSTATUS       PIC XX VALUE SPACE.                      CVSOPM.2
009500 77  WS-EOF-SWITCH       PIC X  VALUE "N".                        CVSOPM.2
009600 77  WS-DIFFER-SWITCH    PIC X  VALUE "N".                        CVSOPM.2
009700 77  WS-TEMPLATE-LEN     PIC 9(3) COMP VALUE ZERO.                CVSOPM.2
009800 77  WS-PROF-CT          PIC 9(2) COMP VALUE ZERO.                CVSOPM.2
009900 77  WS-PROF-SUB         PIC 9(2) COMP VALUE ZERO.                CVSOPM.2
010000 77  WS-CMP-SUB          PIC 9(2) COMP VALUE ZERO.                CVSOPM.2
010100 77  WS-MOD-CT           PIC 9(3) COMP VALUE ZERO.                CVSOPM.2
010200 77  WS-MOD-SUB          PIC 9(3) COMP VALUE ZERO.                CVSOPM.2
010300 77  WS-ROW-CT           PIC 9(4) COMP VALUE ZERO.                CVSOPM.2
010400 77  WS-ROW-SUB          PIC 9(4) COMP VALUE ZERO.                CVSOPM.2
010500 77  WS-ROW-FOUND        PIC 9(4) COMP VALUE ZERO.                CVSOPM.2
010600 77  WS-ROW-FIRST        PIC 9(4) COMP VALUE ZERO.                CVSOPM.2
010700 77  WS-TOKEN-SUB        PIC 9(2) COMP VALUE ZERO.                CVSOPM.2
010800 77  WS-COL              PIC 9(3) COMP VALUE ZERO.                CVSOPM.2
010900 77  WS-SENSITIVE-CT     PIC 9(4) VALUE ZERO.                     CVSOPM.2
011000 77  WS-NOBUILD-CT       PIC 9(4) VALUE ZERO.                     CVSOPM.2
011100 01  WS-ANSWER           PIC X(100) VALUE SPACE.                  CVSOPM.2
011200 01  WS-MODULE           PIC X(8) VALUE SPACE.                    CVSOPM.2
011300 01  WS-PROF-NAME        PIC X(10) VALUE SPACE.                   CVSOPM.2
011400 01  WS-CMD              PIC X(600) VALUE SPACE.                  CVSOPM.2
011500 01  WS-PROBE-FNAME      PIC X(40) VALUE SPACE.                   CVSOPM.2
011600 01  WS-RES-FNAME        PIC X(40) VALUE SPACE.                   CVSOPM.2
011700 01  WS-BUILD-RC         PIC X(6) VALUE SPACE.                    CVSOPM.2
011800 01  WS-RES-PARNAME      PIC X(22) VALUE SPACE.                   CVSOPM.2
011900 01  WS-HYPHENS          PIC X(100) VALUE ALL "-".                CVSOPM.2
012000 01  WS-EDIT-1           PIC ZZZ9.                                CVSOPM.2
012100 01  WS-EDIT-2           PIC ZZZ9.                                CVSOPM.2
012200 01  WS-EDIT-3           PIC ZZZ9.                                CVSOPM.2
012300 01  WS-EDIT-4           PIC ZZZ9.                                CVSOPM.2
012400 01  WS-EDIT-PROF        PIC 9.                                   CVSOPM.2
012500 01  WS-TOKEN-TABLE.                                              CVSOPM.2
012600     02  WS-TOKEN        PIC X(8) OCCURS 10 TIMES.                CVSOPM.2
012700 01  WS-FIELD-TABLE.                                              CVSOPM.2
012800     02  WS-FIELD        PIC X(24) OCCURS 5 TIMES.                CVSOPM.2
012900*                                                                 CVSOPM.2
013000*    THE PROFILES, WITH THEIR PER-PROFILE TOTALS.                 CVSOPM.2
013100*                                                                 CVSOPM.2
013200 01  WS-PROFILE-TABLE.                                            CVSOPM.2
013300     02  WS-PROF OCCURS 6 TIMES.                                  CVSOPM.2
013400         03  WS-PR-NAME      PIC X(10).                           CVSOPM.2
013500         03  WS-PR-TEMPLATE  PIC X(228).                          CVSOPM.2
013600         03  WS-PR-TLEN      PIC 9(3) COMP.                       CVSOPM.2
013700         03  WS-PR-BUILT     PIC 9(4) COMP.                       CVSOPM.2
013800         03  WS-PR-PASS      PIC 9(4) COMP.                       CVSOPM.2
013900         03  WS-PR-FAIL      PIC 9(4) COMP.                       CVSOPM.2
014000         03  WS-PR-OTHER     PIC 9(4) COMP.                       CVSOPM.2
014100*                                                                 CVSOPM.2
014200*    THE MODULE SET; NOBUILD IS "Y" PER PROFILE THE MODULE        CVSOPM.2
014300*    WOULD NOT BUILD UNDER.                                       CVSOPM.2
014400*                                                                 CVSOPM.2
014500 01  WS-MODULE-TABLE.                                             CVSOPM.2
014600     02  WS-MOD OCCURS 60 TIMES.                                  CVSOPM.2
014700         03  WS-MD-NAME      PIC X(8).                            CVSOPM.2
014800         03  WS-MD-NOBUILD   PIC X OCCURS 6 TIMES.                CVSOPM.2
014900         03  WS-MD-RC        PIC X(6) OCCURS 6 TIMES.             CVSOPM.2
015000*                                                                 CVSOPM.2
015100*    ONE ROW PER MODULE AND PAR-NAME, ONE VERDICT PER PROFILE.    CVSOPM.2
015200*                                                                 CVSOPM.2
015300 01  WS-ROW-TABLE.                                                CVSOPM.2
015400     02  WS-ROW OCCURS 4000 TIMES.                                CVSOPM.2
015500         03  WS-RW-MOD       PIC 9(3) COMP.                       CVSOPM.2
015600         03  WS-RW-PAR       PIC X(22).                           CVSOPM.2
015700         03  WS-RW-VERDICT   PIC X(5) OCCURS 6 TIMES.             CVSOPM.2
015800 01  WS-CELL             PIC X(5) VALUE SPACE.                    CVSOPM.2
015900 01  WS-FIRST-CELL       PIC X(5) VALUE SPACE.                    CVSOPM.2
016000 PROCEDURE DIVISION.                                              CVSOPM.2
016100 CCVSOPM-MAIN SECTION.                                            CVSOPM.2
016200 CCVSOPM-START.                                                   CVSOPM.2
016300     PERFORM  LOAD-PROFILES THRU LOAD-PROFILES-EX.                CVSOPM.2
016400     IF       WS-PF-FSTATUS = "35"                                CVSOPM.2
016500              DISPLAY "CCVSOPM: NO option_profiles.dat FOUND -- " CVSOPM.2
016600                  "SKIPPING OPTION-PROFILE MATRIX"                CVSOPM.2
016700              STOP RUN.                                           CVSOPM.2
016800     IF       WS-PROF-CT < 2                                      CVSOPM.2
016900              DISPLAY "CCVSOPM: FEWER THAN TWO PROFILES IN "      CVSOPM.2
017000                  "option_profiles.dat -- NOTHING TO COMPARE"     CVSOPM.2
017100              MOVE 8 TO RETURN-CODE                               CVSOPM.2
017200              STOP RUN.                                           CVSOPM.2
017300     DISPLAY  "CCVSOPM: MODULES TO QUALIFY (BLANK = "             CVSOPM.2
017400              "driver_selected.dat)?".                            CVSOPM.2
017500     MOVE     SPACE TO WS-ANSWER.                                 CVSOPM.2
017600     ACCEPT   WS-ANSWER.                                          CVSOPM.2
017700     IF       WS-ANSWER = SPACE                                   CVSOPM.2
017800              PERFORM LOAD-SELECTED-MODULES                       CVSOPM.2
017900     ELSE                                                         CVSOPM.2
018000              MOVE SPACE TO WS-TOKEN-TABLE                        CVSOPM.2
018100              UNSTRING WS-ANSWER DELIMITED BY ALL SPACE           CVSOPM.2
018200                  INTO WS-TOKEN (1) WS-TOKEN (2) WS-TOKEN (3)     CVSOPM.2
018300                       WS-TOKEN (4) WS-TOKEN (5) WS-TOKEN (6)     CVSOPM.2
018400                       WS-TOKEN (7) WS-TOKEN (8) WS-TOKEN (9)     CVSOPM.2
018500                       WS-TOKEN (10)                              CVSOPM.2
018600              PERFORM ADD-TOKEN-MODULE                            CVSOPM.2
018700                  VARYING WS-TOKEN-SUB FROM 1 BY 1                CVSOPM.2
018800                  UNTIL WS-TOKEN-SUB > 10.                        CVSOPM.2
018900     IF       WS-MOD-CT = ZERO                                    CVSOPM.2
019000              DISPLAY "CCVSOPM: NO MODULES TO QUALIFY"            CVSOPM.2
019100              MOVE 8 TO RETURN-CODE                               CVSOPM.2
019200              STOP RUN.                                           CVSOPM.2
019300     PERFORM  QUALIFY-ONE-PROFILE                                 CVSOPM.2
019400              VARYING WS-PROF-SUB FROM 1 BY 1                     CVSOPM.2
019500              UNTIL WS-PROF-SUB > WS-PROF-CT.                     CVSOPM.2
019600     OPEN     OUTPUT MATRIX-REPORT-FILE.                          CVSOPM.2
019700     PERFORM  WRITE-MATRIX-HEADING.                               CVSOPM.2
019800     PERFORM  WRITE-MATRIX-ROW                                    CVSOPM.2
019900              VARYING WS-ROW-SUB FROM 1 BY 1                      CVSOPM.2
020000              UNTIL WS-ROW-SUB > WS-ROW-CT.                       CVSOPM.2
020100     PERFORM  WRITE-MATRIX-TOTALS.                                CVSOPM.2
020200     CLOSE    MATRIX-REPORT-FILE.                                 CVSOPM.2
020300     MOVE     WS-ROW-CT TO WS-EDIT-1.                             CVSOPM.2
020400     MOVE     WS-SENSITIVE-CT TO WS-EDIT-2.                       CVSOPM.2
020500     DISPLAY  "CCVSOPM: " WS-EDIT-1 " PAR-NAME ROW(S), "          CVSOPM.2
020600              WS-EDIT-2 " OPTION-SENSITIVE -- SEE "               CVSOPM.2
020700              "option_matrix.rpt".                                CVSOPM.2
020800     IF       WS-SENSITIVE-CT > ZERO                              CVSOPM.2
020900              MOVE 4 TO RETURN-CODE                               CVSOPM.2
021000     ELSE                                                         CVSOPM.2
021100              MOVE 0 TO RETURN-CODE.                              CVSOPM.2
021200     STOP     RUN.                                                CVSOPM.2
021300*                                                                 CVSOPM.2
021400*    THE PROFILE DECK.                                            CVSOPM.2
021500*                                                                 CVSOPM.2
021600 LOAD-PROFILES.                                                   CVSOPM.2
021700     OPEN     INPUT PROFILE-FILE.                                 CVSOPM.2
021800     IF       WS-PF-FSTATUS NOT = "00"                            CVSOPM.2
021900              GO TO LOAD-PROFILES-EX.                             CVSOPM.2
022000     MOVE     "N" TO WS-EOF-SWITCH.                               CVSOPM.2
022100     PERFORM  READ-PROFILE-LINE.                                  CVSOPM.2
022200     PERFORM  STORE-PROFILE-LINE                                  CVSOPM.2
022300              UNTIL WS-EOF-SWITCH = "Y".                          CVSOPM.2
022400     CLOSE    PROFILE-FILE.                                       CVSOPM.2
022500 LOAD-PROFILES-EX.                                                CVSOPM.2
022600     EXIT.                                                        CVSOPM.2
022700 READ-PROFILE-LINE.                                               CVSOPM.2
022800     MOVE     SPACE TO PROFILE-REC.                               CVSOPM.2
022900     READ     PROFILE-FILE                                        CVSOPM.2
023000              AT END MOVE "Y" TO WS-EOF-SWITCH.                   CVSOPM.2
023100 STORE-PROFILE-LINE.                                              CVSOPM.2
023200     IF       PROFILE-REC NOT = SPACE                             CVSOPM.2
023300              AND PROFILE-REC (1:1) NOT = "*"                     CVSOPM.2
023400              PERFORM PARSE-PROFILE-LINE.                         CVSOPM.2
023500     PERFORM  READ-PROFILE-LINE.                                  CVSOPM.2
023600 PARSE-PROFILE-LINE.                                              CVSOPM.2
023700     MOVE     SPACE TO WS-PROF-NAME WS-CMD.                       CVSOPM.2
023800     UNSTRING PROFILE-REC DELIMITED BY "|"                        CVSOPM.2
023900              INTO WS-PROF-NAME WS-CMD.                           CVSOPM.2
024000     MOVE     228 TO WS-TEMPLATE-LEN.                             CVSOPM.2
024100     PERFORM  TRIM-TEMPLATE                                       CVSOPM.2
024200              UNTIL WS-TEMPLATE-LEN = ZERO                        CVSOPM.2
024300              OR WS-CMD (WS-TEMPLATE-LEN:1) NOT = SPACE.          CVSOPM.2
024400     IF       WS-PROF-NAME = SPACE OR WS-TEMPLATE-LEN = ZERO      CVSOPM.2
024500              DISPLAY "CCVSOPM: PROFILE LINE IGNORED -- "         CVSOPM.2
024600                  PROFILE-REC (1:60)                              CVSOPM.2
024700     ELSE                                                         CVSOPM.2
024800         IF   WS-PROF-CT NOT < 6                                  CVSOPM.2
024900              DISPLAY "CCVSOPM: MORE THAN 6 PROFILES -- "         CVSOPM.2
025000                  WS-PROF-NAME " IGNORED"                         CVSOPM.2
025100         ELSE                                                     CVSOPM.2
025200              ADD 1 TO WS-PROF-CT                                 CVSOPM.2
025300              MOVE WS-PROF-NAME TO WS-PR-NAME (WS-PROF-CT)        CVSOPM.2
025400              MOVE WS-CMD TO WS-PR-TEMPLATE (WS-PROF-CT)          CVSOPM.2
025500              MOVE WS-TEMPLATE-LEN TO WS-PR-TLEN (WS-PROF-CT)     CVSOPM.2
025600              MOVE ZERO TO WS-PR-BUILT (WS-PROF-CT)               CVSOPM.2
025700                  WS-PR-PASS (WS-PROF-CT) WS-PR-FAIL (WS-PROF-CT) CVSOPM.2
025800                  WS-PR-OTHER (WS-PROF-CT).                       CVSOPM.2
025900 TRIM-TEMPLATE.                                                   CVSOPM.2
026000     SUBTRACT 1 FROM WS-TEMPLATE-LEN.                             CVSOPM.2
026100*                                                                 CVSOPM.2
026200*    THE MODULE SET.                                              CVSOPM.2
026300*                                                                 CVSOPM.2
026400 LOAD-SELECTED-MODULES.                                           CVSOPM.2
026500     OPEN     INPUT SELECTED-FILE.                                CVSOPM.2
026600     IF       WS-SL-FSTATUS = "00"                                CVSOPM.2
026700              MOVE "N" TO WS-EOF-SWITCH                           CVSOPM.2
026800              PERFORM READ-SELECTED-LINE                          CVSOPM.2
026900              PERFORM ADD-SELECTED-MODULE                         CVSOPM.2
027000                  UNTIL WS-EOF-SWITCH = "Y"                       CVSOPM.2
027100              CLOSE SELECTED-FILE.                                CVSOPM.2
027200 READ-SELECTED-LINE.                                              CVSOPM.2
027300     MOVE     SPACE TO SELECTED-REC.                              CVSOPM.2
027400     READ     SELECTED-FILE                                       CVSOPM.2
027500              AT END MOVE "Y" TO WS-EOF-SWITCH.                   CVSOPM.2
027600 ADD-SELECTED-MODULE.                                             CVSOPM.2
027700     MOVE     SELECTED-REC (1:8) TO WS-MODULE.                    CVSOPM.2
027800     PERFORM  ADD-MODULE.                                         CVSOPM.2
027900     PERFORM  READ-SELECTED-LINE.                                 CVSOPM.2
028000 ADD-TOKEN-MODULE.                                                CVSOPM.2
028100     MOVE     WS-TOKEN (WS-TOKEN-SUB) TO WS-MODULE.               CVSOPM.2
028200     PERFORM  ADD-MODULE.                                         CVSOPM.2
028300 ADD-MODULE.                                                      CVSOPM.2
028400     IF       WS-MODULE NOT = SPACE                               CVSOPM.2
028500         IF   WS-MOD-CT < 60                                      CVSOPM.2
028600              ADD 1 TO WS-MOD-CT                                  CVSOPM.2
028700              MOVE WS-MODULE TO WS-MD-NAME (WS-MOD-CT)            CVSOPM.2
028800              PERFORM CLEAR-MODULE-BUILD                          CVSOPM.2
028900                  VARYING WS-CMP-SUB FROM 1 BY 1                  CVSOPM.2
029000                  UNTIL WS-CMP-SUB > 6                            CVSOPM.2
029100         ELSE                                                     CVSOPM.2
029200              DISPLAY "CCVSOPM: MORE THAN 60 MODULES -- "         CVSOPM.2
029300                  WS-MODULE " IGNORED".                           CVSOPM.2
029400 CLEAR-MODULE-BUILD.                                              CVSOPM.2
029500     MOVE     "N" TO WS-MD-NOBUILD (WS-MOD-CT, WS-CMP-SUB).       CVSOPM.2
029600     MOVE     SPACE TO WS-MD-RC (WS-MOD-CT, WS-CMP-SUB).          CVSOPM.2
029700*                                                                 CVSOPM.2
029800*    ONE PROFILE: A FRESH NAMESPACE, THEN EVERY MODULE BUILT AND  CVSOPM.2
029900*    RUN IN IT.                                                   CVSOPM.2
030000*                                                                 CVSOPM.2
030100 QUALIFY-ONE-PROFILE.                                             CVSOPM.2
030200     DISPLAY  "CCVSOPM: PROFILE " WS-PR-NAME (WS-PROF-SUB).       CVSOPM.2
030300     MOVE     SPACE TO WS-CMD.                                    CVSOPM.2
030400     STRING   "n=w_OPT_" DELIMITED BY SIZE                        CVSOPM.2
030500              WS-PR-NAME (WS-PROF-SUB) DELIMITED BY SPACE         CVSOPM.2
030600              "; rm -rf $n; mkdir -p $n/run;" DELIMITED BY SIZE   CVSOPM.2
030700              " cp -rf ../copybooks $n/ 2>/dev/null;"             CVSOPM.2
030800                  DELIMITED BY SIZE                               CVSOPM.2
030900              " cp -rf ../copybooks $n/run/ 2>/dev/null;"         CVSOPM.2
031000                  DELIMITED BY SIZE                               CVSOPM.2
031100              " cp -f *.dat $n/run/ 2>/dev/null" DELIMITED BY SIZECVSOPM.2
031200              INTO WS-CMD.                                        CVSOPM.2
031300     CALL     "SYSTEM" USING WS-CMD.                              CVSOPM.2
031400     MOVE     SPACE TO WS-PROBE-FNAME WS-RES-FNAME.               CVSOPM.2
031500     STRING   "w_OPT_" DELIMITED BY SIZE                          CVSOPM.2
031600              WS-PR-NAME (WS-PROF-SUB) DELIMITED BY SPACE         CVSOPM.2
031700              "/probe.tmp" DELIMITED BY SIZE                      CVSOPM.2
031800              INTO WS-PROBE-FNAME.                                CVSOPM.2
031900     STRING   "w_OPT_" DELIMITED BY SIZE                          CVSOPM.2
032000              WS-PR-NAME (WS-PROF-SUB) DELIMITED BY SPACE         CVSOPM.2
032100              "/run/results.csv" DELIMITED BY SIZE                CVSOPM.2
032200              INTO WS-RES-FNAME.                                  CVSOPM.2
032300     PERFORM  QUALIFY-ONE-MODULE THRU QUALIFY-ONE-MODULE-EX       CVSOPM.2
032400              VARYING WS-MOD-SUB FROM 1 BY 1                      CVSOPM.2
032500              UNTIL WS-MOD-SUB > WS-MOD-CT.                       CVSOPM.2
032600 QUALIFY-ONE-MODULE.                                              CVSOPM.2
032700     MOVE     SPACE TO WS-CMD.                                    CVSOPM.2
032800     STRING   "cd w_OPT_" DELIMITED BY SIZE                       CVSOPM.2
032900              WS-PR-NAME (WS-PROF-SUB) DELIMITED BY SPACE         CVSOPM.2
033000              "/run; m=" DELIMITED BY SIZE                        CVSOPM.2
033100              WS-MD-NAME (WS-MOD-SUB) DELIMITED BY SPACE          CVSOPM.2
033200              "; rm -f results.csv $m ../probe.tmp;"              CVSOPM.2
033300                  DELIMITED BY SIZE                               CVSOPM.2
033400              " cp -f ../../../$m.cob .. 2>/dev/null;"            CVSOPM.2
033500                  DELIMITED BY SIZE                               CVSOPM.2
033600              " cp -f ../$m.cob . 2>/dev/null; " DELIMITED BY SIZECVSOPM.2
033700              WS-PR-TEMPLATE (WS-PROF-SUB)                        CVSOPM.2
033800                  (1:WS-PR-TLEN (WS-PROF-SUB)) DELIMITED BY SIZE  CVSOPM.2
033900              "; echo $? >../probe.tmp; if [ -x ./$m ]; then"     CVSOPM.2
034000                  DELIMITED BY SIZE                               CVSOPM.2
034100              " COB_LIBRARY_PATH=../..:$COB_LIBRARY_PATH"         CVSOPM.2
034200                  DELIMITED BY SIZE                               CVSOPM.2
034300              " timeout 300 ./$m >/dev/null 2>&1; fi"             CVSOPM.2
034400                  DELIMITED BY SIZE                               CVSOPM.2
034500              INTO WS-CMD.                                        CVSOPM.2
034600     CALL     "SYSTEM" USING WS-CMD.                              CVSOPM.2
034700     MOVE     SPACE TO WS-BUILD-RC.                               CVSOPM.2
034800     OPEN     INPUT OPT-PROBE-FILE.                               CVSOPM.2
034900     IF       WS-PB-FSTATUS = "00"                                CVSOPM.2
035000              READ OPT-PROBE-FILE                                 CVSOPM.2
035100                  AT END MOVE SPACE TO OPT-PROBE-REC              CVSOPM.2
035200              END-READ                                            CVSOPM.2
035300              MOVE OPT-PROBE-REC TO WS-BUILD-RC                   CVSOPM.2
035400              CLOSE OPT-PROBE-FILE.                               CVSOPM.2
035500     IF       WS-BUILD-RC = SPACE                                 CVSOPM.2
035600              MOVE "9" TO WS-BUILD-RC.                            CVSOPM.2
035700     MOVE     WS-BUILD-RC TO WS-MD-RC (WS-MOD-SUB, WS-PROF-SUB).  CVSOPM.2
035800     IF       WS-BUILD-RC (1:1) NOT = "0"                         CVSOPM.2
035900              MOVE "Y" TO WS-MD-NOBUILD (WS-MOD-SUB, WS-PROF-SUB) CVSOPM.2
036000              ADD 1 TO WS-NOBUILD-CT                              CVSOPM.2
036100              DISPLAY "CCVSOPM: " WS-MD-NAME (WS-MOD-SUB)         CVSOPM.2
036200                  " DID NOT BUILD UNDER " WS-PR-NAME (WS-PROF-SUB)CVSOPM.2
036300              GO TO QUALIFY-ONE-MODULE-EX.                        CVSOPM.2
036400     ADD      1 TO WS-PR-BUILT (WS-PROF-SUB).                     CVSOPM.2
036500     OPEN     INPUT OPT-RESULTS-FILE.                             CVSOPM.2
036600     IF       WS-OR-FSTATUS NOT = "00"                            CVSOPM.2
036700              GO TO QUALIFY-ONE-MODULE-EX.                        CVSOPM.2
036800     MOVE     1 TO WS-ROW-FIRST.                                  CVSOPM.2
036900     MOVE     "N" TO WS-EOF-SWITCH.                               CVSOPM.2
037000     PERFORM  READ-OPT-RESULT.                                    CVSOPM.2
037100     PERFORM  STORE-OPT-RESULT                                    CVSOPM.2
037200              UNTIL WS-EOF-SWITCH = "Y".                          CVSOPM.2
037300     CLOSE    OPT-RESULTS-FILE.                                   CVSOPM.2
037400 QUALIFY-ONE-MODULE-EX.                                           CVSOPM.2
037500     EXIT.                                                        CVSOPM.2
037600 READ-OPT-RESULT.                                                 CVSOPM.2
037700     MOVE     SPACE TO OPT-RESULTS-REC.                           CVSOPM.2
037800     READ     OPT-RESULTS-FILE                                    CVSOPM.2
037900              AT END MOVE "Y" TO WS-EOF-SWITCH.                   CVSOPM.2
038000*                                                                 CVSOPM.2
038100*    A ROW IS FOUND BY MODULE AND PAR-NAME.  RESULTS COME IN      CVSOPM.2
038200*    SOURCE ORDER, SO THE SEARCH STARTS JUST PAST THE LAST ROW    CVSOPM.2
038300*    MATCHED AND WRAPS ROUND ONLY WHEN THAT FAILS.                CVSOPM.2
038400*                                                                 CVSOPM.2
038500 STORE-OPT-RESULT.                                                CVSOPM.2
038600     MOVE     SPACES TO WS-FIELD-TABLE.                           CVSOPM.2
038700     UNSTRING OPT-RESULTS-REC DELIMITED BY ","                    CVSOPM.2
038800              INTO WS-FIELD (1) WS-FIELD (2) WS-FIELD (3)         CVSOPM.2
038900                   WS-FIELD (4) WS-FIELD (5).                     CVSOPM.2
039000     IF       WS-FIELD (1) NOT = "PGM-ID"                         CVSOPM.2
039100              AND WS-FIELD (4) NOT = SPACE                        CVSOPM.2
039200              MOVE WS-FIELD (4) TO WS-RES-PARNAME                 CVSOPM.2
039300              PERFORM FIND-MATRIX-ROW                             CVSOPM.2
039400              IF  WS-ROW-FOUND NOT = ZERO                         CVSOPM.2
039500                  MOVE WS-FIELD (5) (1:5) TO                      CVSOPM.2
039600                      WS-RW-VERDICT (WS-ROW-FOUND, WS-PROF-SUB)   CVSOPM.2
039700                  PERFORM COUNT-PROFILE-VERDICT                   CVSOPM.2
039800              END-IF                                              CVSOPM.2
039900     END-IF.                                                      CVSOPM.2
040000     PERFORM  READ-OPT-RESULT.                                    CVSOPM.2
040100 FIND-MATRIX-ROW.                                                 CVSOPM.2
040200     MOVE     ZERO TO WS-ROW-FOUND.                               CVSOPM.2
040300     PERFORM  MATCH-MATRIX-ROW                                    CVSOPM.2
040400              VARYING WS-ROW-SUB FROM WS-ROW-FIRST BY 1           CVSOPM.2
040500              UNTIL WS-ROW-SUB > WS-ROW-CT                        CVSOPM.2
040600              OR WS-ROW-FOUND NOT = ZERO.                         CVSOPM.2
040700     IF       WS-ROW-FOUND = ZERO                                 CVSOPM.2
040800              PERFORM MATCH-MATRIX-ROW                            CVSOPM.2
040900                  VARYING WS-ROW-SUB FROM 1 BY 1                  CVSOPM.2
041000                  UNTIL WS-ROW-SUB NOT < WS-ROW-FIRST             CVSOPM.2
041100                  OR WS-ROW-SUB > WS-ROW-CT                       CVSOPM.2
041200                  OR WS-ROW-FOUND NOT = ZERO.                     CVSOPM.2
041300     IF       WS-ROW-FOUND = ZERO                                 CVSOPM.2
041400         IF   WS-ROW-CT < 4000                                    CVSOPM.2
041500              ADD 1 TO WS-ROW-CT                                  CVSOPM.2
041600              MOVE WS-ROW-CT TO WS-ROW-FOUND                      CVSOPM.2
041700              MOVE WS-MOD-SUB TO WS-RW-MOD (WS-ROW-CT)            CVSOPM.2
041800              MOVE WS-RES-PARNAME TO WS-RW-PAR (WS-ROW-CT)        CVSOPM.2
041900              MOVE SPACE TO WS-RW-VERDICT (WS-ROW-CT, 1)          CVSOPM.2
042000                  WS-RW-VERDICT (WS-ROW-CT, 2)                    CVSOPM.2
042100                  WS-RW-VERDICT (WS-ROW-CT, 3)                    CVSOPM.2
042200                  WS-RW-VERDICT (WS-ROW-CT, 4)                    CVSOPM.2
042300                  WS-RW-VERDICT (WS-ROW-CT, 5)                    CVSOPM.2
042400                  WS-RW-VERDICT (WS-ROW-CT, 6)                    CVSOPM.2
042500         ELSE                                                     CVSOPM.2
042600              DISPLAY "CCVSOPM: MORE THAN 4000 PAR-NAME ROWS -- " CVSOPM.2
042700                  WS-MD-NAME (WS-MOD-SUB) " " WS-RES-PARNAME      CVSOPM.2
042800                  " NOT TABLED".                                  CVSOPM.2
042900     IF       WS-ROW-FOUND NOT = ZERO                             CVSOPM.2
043000              COMPUTE WS-ROW-FIRST = WS-ROW-FOUND + 1.            CVSOPM.2
043100 MATCH-MATRIX-ROW.                                                CVSOPM.2
043200     IF       WS-RW-MOD (WS-ROW-SUB) = WS-MOD-SUB                 CVSOPM.2
043300              AND WS-RW-PAR (WS-ROW-SUB) = WS-RES-PARNAME         CVSOPM.2
043400              MOVE WS-ROW-SUB TO WS-ROW-FOUND.                    CVSOPM.2
043500 COUNT-PROFILE-VERDICT.                                           CVSOPM.2
043600     EVALUATE WS-FIELD (5) (1:5)                                  CVSOPM.2
043700         WHEN "PASS "                                             CVSOPM.2
043800             ADD 1 TO WS-PR-PASS (WS-PROF-SUB)                    CVSOPM.2
043900         WHEN "FAIL*"                                             CVSOPM.2
044000             ADD 1 TO WS-PR-FAIL (WS-PROF-SUB)                    CVSOPM.2
044100         WHEN OTHER                                               CVSOPM.2
044200             ADD 1 TO WS-PR-OTHER (WS-PROF-SUB)                   CVSOPM.2
044300     END-EVALUATE.                                                CVSOPM.2
044400*                                                                 CVSOPM.2
044500*    THE MATRIX.  THE PROFILE COLUMNS START AT 33, 11 WIDE.       CVSOPM.2
044600*                                                                 CVSOPM.2
044700 WRITE-MATRIX-HEADING.                                            CVSOPM.2
044800     MOVE     SPACE TO MATRIX-REPORT-REC.                         CVSOPM.2
044900     MOVE     WS-MOD-CT TO WS-EDIT-1.                             CVSOPM.2
045000     MOVE     WS-PROF-CT TO WS-EDIT-PROF.                         CVSOPM.2
045100     STRING   "CCVS85 COMPILER OPTION-PROFILE MATRIX -- "         CVSOPM.2
045200                  DELIMITED BY SIZE                               CVSOPM.2
045300              WS-EDIT-1 DELIMITED BY SIZE                         CVSOPM.2
045400              " MODULE(S) UNDER " DELIMITED BY SIZE               CVSOPM.2
045500              WS-EDIT-PROF DELIMITED BY SIZE                      CVSOPM.2
045600              " PROFILE(S)" DELIMITED BY SIZE                     CVSOPM.2
045700              INTO MATRIX-REPORT-REC.                             CVSOPM.2
045800     PERFORM  WRITE-MATRIX-LINE.                                  CVSOPM.2
045900     MOVE     WS-HYPHENS TO MATRIX-REPORT-REC.                    CVSOPM.2
046000     PERFORM  WRITE-MATRIX-LINE.                                  CVSOPM.2
046100     PERFORM  WRITE-PROFILE-LEGEND                                CVSOPM.2
046200              VARYING WS-PROF-SUB FROM 1 BY 1                     CVSOPM.2
046300              UNTIL WS-PROF-SUB > WS-PROF-CT.                     CVSOPM.2
046400     PERFORM  WRITE-MATRIX-LINE.                                  CVSOPM.2
046500     MOVE     "MODULE   PAR-NAME" TO MATRIX-REPORT-REC.           CVSOPM.2
046600     PERFORM  WRITE-PROFILE-TITLE                                 CVSOPM.2
046700              VARYING WS-PROF-SUB FROM 1 BY 1                     CVSOPM.2
046800              UNTIL WS-PROF-SUB > WS-PROF-CT.                     CVSOPM.2
046900     PERFORM  WRITE-MATRIX-LINE.                                  CVSOPM.2
047000     MOVE     WS-HYPHENS TO MATRIX-REPORT-REC.                    CVSOPM.2
047100     PERFORM  WRITE-MATRIX-LINE.                                  CVSOPM.2
047200 WRITE-PROFILE-LEGEND.                                            CVSOPM.2
047300     MOVE     WS-PROF-SUB TO WS-EDIT-PROF.                        CVSOPM.2
047400     STRING   "PROFILE " DELIMITED BY SIZE                        CVSOPM.2
047500              WS-EDIT-PROF DELIMITED BY SIZE                      CVSOPM.2
047600              "  " DELIMITED BY SIZE                              CVSOPM.2
047700              WS-PR-NAME (WS-PROF-SUB) DELIMITED BY SIZE          CVSOPM.2
047800              "  " DELIMITED BY SIZE                              CVSOPM.2
047900              WS-PR-TEMPLATE (WS-PROF-SUB) (1:100)                CVSOPM.2
048000                  DELIMITED BY SIZE                               CVSOPM.2
048100              INTO MATRIX-REPORT-REC.                             CVSOPM.2
048200     PERFORM  WRITE-MATRIX-LINE.                                  CVSOPM.2
048300 WRITE-PROFILE-TITLE.                                             CVSOPM.2
048400     COMPUTE  WS-COL = 33 + (WS-PROF-SUB - 1) * 11.               CVSOPM.2
048500     MOVE     WS-PR-NAME (WS-PROF-SUB)                            CVSOPM.2
048600              TO MATRIX-REPORT-REC (WS-COL:10).                   CVSOPM.2
048700 WRITE-MATRIX-LINE.                                               CVSOPM.2
048800     WRITE    MATRIX-REPORT-REC.                                  CVSOPM.2
048900     MOVE     SPACE TO MATRIX-REPORT-REC.                         CVSOPM.2
049000 WRITE-MATRIX-ROW.                                                CVSOPM.2
049100     MOVE     WS-RW-MOD (WS-ROW-SUB) TO WS-MOD-SUB.               CVSOPM.2
049200     MOVE     WS-MD-NAME (WS-MOD-SUB) TO MATRIX-REPORT-REC (1:8). CVSOPM.2
049300     MOVE     WS-RW-PAR (WS-ROW-SUB) TO MATRIX-REPORT-REC (10:22).CVSOPM.2
049400     MOVE     "N" TO WS-DIFFER-SWITCH.                            CVSOPM.2
049500     PERFORM  WRITE-MATRIX-CELL                                   CVSOPM.2
049600              VARYING WS-PROF-SUB FROM 1 BY 1                     CVSOPM.2
049700              UNTIL WS-PROF-SUB > WS-PROF-CT.                     CVSOPM.2
049800     IF       WS-DIFFER-SWITCH = "Y"                              CVSOPM.2
049900              ADD 1 TO WS-SENSITIVE-CT                            CVSOPM.2
050000              COMPUTE WS-COL = 33 + WS-PROF-CT * 11               CVSOPM.2
050100              MOVE "<< OPTION-SENSITIVE"                          CVSOPM.2
050200                  TO MATRIX-REPORT-REC (WS-COL:19).               CVSOPM.2
050300     PERFORM  WRITE-MATRIX-LINE.                                  CVSOPM.2
050400 WRITE-MATRIX-CELL.                                               CVSOPM.2
050500     EVALUATE TRUE                                                CVSOPM.2
050600         WHEN WS-MD-NOBUILD (WS-MOD-SUB, WS-PROF-SUB) = "Y"       CVSOPM.2
050700             MOVE "NOBLD" TO WS-CELL                              CVSOPM.2
050800         WHEN WS-RW-VERDICT (WS-ROW-SUB, WS-PROF-SUB) = SPACE     CVSOPM.2
050900             MOVE "--" TO WS-CELL                                 CVSOPM.2
051000         WHEN OTHER                                               CVSOPM.2
051100             MOVE WS-RW-VERDICT (WS-ROW-SUB, WS-PROF-SUB)         CVSOPM.2
051200                 TO WS-CELL                                       CVSOPM.2
051300     END-EVALUATE.                                                CVSOPM.2
051400     IF       WS-PROF-SUB = 1                                     CVSOPM.2
051500              MOVE WS-CELL TO WS-FIRST-CELL                       CVSOPM.2
051600     ELSE                                                         CVSOPM.2
051700              IF  WS-CELL NOT = WS-FIRST-CELL                     CVSOPM.2
051800                  MOVE "Y" TO WS-DIFFER-SWITCH.                   CVSOPM.2
051900     COMPUTE  WS-COL = 33 + (WS-PROF-SUB - 1) * 11.               CVSOPM.2
052000     MOVE     WS-CELL TO MATRIX-REPORT-REC (WS-COL:5).            CVSOPM.2
052100 WRITE-MATRIX-TOTALS.                                             CVSOPM.2
052200     MOVE     WS-HYPHENS TO MATRIX-REPORT-REC.                    CVSOPM.2
052300     PERFORM  WRITE-MATRIX-LINE.                                  CVSOPM.2
052400     MOVE     WS-ROW-CT TO WS-EDIT-1.                             CVSOPM.2
052500     MOVE     WS-SENSITIVE-CT TO WS-EDIT-2.                       CVSOPM.2
052600     STRING   "PAR-NAME ROWS " DELIMITED BY SIZE                  CVSOPM.2
052700              WS-EDIT-1 DELIMITED BY SIZE                         CVSOPM.2
052800              "   OPTION-SENSITIVE " DELIMITED BY SIZE            CVSOPM.2
052900              WS-EDIT-2 DELIMITED BY SIZE                         CVSOPM.2
053000              INTO MATRIX-REPORT-REC.                             CVSOPM.2
053100     PERFORM  WRITE-MATRIX-LINE.                                  CVSOPM.2
053200     PERFORM  WRITE-MATRIX-LINE.                                  CVSOPM.2
053300     MOVE     "PROFILE     MODULES BUILT   PASS   FAIL  OTHER"    CVSOPM.2
053400              TO MATRIX-REPORT-REC.                               CVSOPM.2
053500     PERFORM  WRITE-MATRIX-LINE.                                  CVSOPM.2
053600     PERFORM  WRITE-PROFILE-TOTAL                                 CVSOPM.2
053700              VARYING WS-PROF-SUB FROM 1 BY 1                     CVSOPM.2
053800              UNTIL WS-PROF-SUB > WS-PROF-CT.                     CVSOPM.2
053900     IF       WS-NOBUILD-CT > ZERO                                CVSOPM.2
054000              PERFORM WRITE-MATRIX-LINE                           CVSOPM.2
054100              MOVE "BUILD FAILURES (PROFILE, MODULE, COMPILE RC)" CVSOPM.2
054200                  TO MATRIX-REPORT-REC                            CVSOPM.2
054300              PERFORM WRITE-MATRIX-LINE                           CVSOPM.2
054400              PERFORM WRITE-PROFILE-FAILURES                      CVSOPM.2
054500                  VARYING WS-PROF-SUB FROM 1 BY 1                 CVSOPM.2
054600                  UNTIL WS-PROF-SUB > WS-PROF-CT.                 CVSOPM.2
054700 WRITE-PROFILE-TOTAL.                                             CVSOPM.2
054800     MOVE     WS-PR-BUILT (WS-PROF-SUB) TO WS-EDIT-1.             CVSOPM.2
054900     MOVE     WS-PR-PASS (WS-PROF-SUB) TO WS-EDIT-2.              CVSOPM.2
055000     MOVE     WS-PR-FAIL (WS-PROF-SUB) TO WS-EDIT-3.              CVSOPM.2
055100     MOVE     WS-PR-OTHER (WS-PROF-SUB) TO WS-EDIT-4.             CVSOPM.2
055200     STRING   WS-PR-NAME (WS-PROF-SUB) DELIMITED BY SIZE          CVSOPM.2
055300              "           " DELIMITED BY SIZE                     CVSOPM.2
055400              WS-EDIT-1 DELIMITED BY SIZE                         CVSOPM.2
055500              "   " DELIMITED BY SIZE                             CVSOPM.2
055600              WS-EDIT-2 DELIMITED BY SIZE                         CVSOPM.2
055700              "   " DELIMITED BY SIZE                             CVSOPM.2
055800              WS-EDIT-3 DELIMITED BY SIZE                         CVSOPM.2
055900              "   " DELIMITED BY SIZE                             CVSOPM.2
056000              WS-EDIT-4 DELIMITED BY SIZE                         CVSOPM.2
056100              INTO MATRIX-REPORT-REC.                             CVSOPM.2
056200     PERFORM  WRITE-MATRIX-LINE.                                  CVSOPM.2
056300 WRITE-PROFILE-FAILURES.                                          CVSOPM.2
056400     PERFORM  WRITE-MODULE-FAILURE                                CVSOPM.2
056500              VARYING WS-MOD-SUB FROM 1 BY 1                      CVSOPM.2
056600              UNTIL WS-MOD-SUB > WS-MOD-CT.                       CVSOPM.2
056700 WRITE-MODULE-FAILURE.                                            CVSOPM.2
056800     IF       WS-MD-NOBUILD (WS-MOD-SUB, WS-PROF-SUB) = "Y"       CVSOPM.2
056900              STRING "  " WS-PR-NAME (WS-PROF-SUB) "  "           CVSOPM.2
057000                  WS-MD-NAME (WS-MOD-SUB) "  RC "                 CVSOPM.2
057100                  WS-MD-RC (WS-MOD-SUB, WS-PROF-SUB)              CVSOPM.2
057200                  DELIMITED BY SIZE INTO MATRIX-REPORT-REC        CVSOPM.2
057300              PERFORM WRITE-MATRIX-LINE.                          CVSOPM.2
