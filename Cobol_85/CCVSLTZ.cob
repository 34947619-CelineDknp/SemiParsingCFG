000100 IDENTIFICATION DIVISION.                                         CVSLTZ.2
000200 PROGRAM-ID.                                                      CVSLTZ.2
000300     CCVSLTZ.                                                     CVSLTZ.2
000400****************************************************************  CVSLTZ.2
000500*                                                              *  CVSLTZ.2
000600*    LOCALE AND TIME-ZONE SENSITIVITY SWEEP.                   *  CVSLTZ.2
000700*                                                              *  CVSLTZ.2
000800*    A RUN NORMALLY INHERITS THE OPERATOR'S LOGIN LOCALE AND   *  CVSLTZ.2
000900*    TZ.  THE COLLATING-SEQUENCE MODULES (NC114M, ST140A, THE  *  CVSLTZ.2
001000*    ALPHABET SWEEP), THE ACCEPT FROM DATE/TIME STAMPS AND THE *  CVSLTZ.2
001100*    DECIMAL-POINT IS COMMA MODULE ARE THE ONES MOST LIKELY TO *  CVSLTZ.2
001200*    DEPEND ON THEM.  THIS PROGRAM RERUNS A CHOSEN MODULE SET, *  CVSLTZ.2
001300*    AS ALREADY BUILT IN THE RUN DIRECTORY, UNDER EACH SETTING *  CVSLTZ.2
001400*    IN "env_settings.dat", ONE PER LINE:                      *  CVSLTZ.2
001500*                                                              *  CVSLTZ.2
001600*        NAME|LOCALE|TZ                                        *  CVSLTZ.2
001700*                                                              *  CVSLTZ.2
001800*    NAME IS UP TO 10 CHARACTERS (LETTERS, DIGITS, HYPHEN,     *  CVSLTZ.2
001900*    PLUS); LOCALE GOES INTO LC_ALL AND TZ INTO TZ, * LEAVING  *  CVSLTZ.2
002000*    THE LOGIN VALUE ALONE.  LINES STARTING WITH * ARE         *  CVSLTZ.2
002100*    COMMENTS; UP TO 6 SETTINGS ARE TAKEN AND THE FIRST IS THE *  CVSLTZ.2
002200*    REFERENCE THE OTHERS ARE COMPARED WITH.  WITH NO SETTINGS *  CVSLTZ.2
002300*    FILE THE BUILT-IN SET BELOW IS USED; ITS LAST TWO ZONES   *  CVSLTZ.2
002400*    ARE 26 HOURS APART, SO THEY ALWAYS STRADDLE A DAY         *  CVSLTZ.2
002500*    BOUNDARY AND ACCEPT FROM DATE DIFFERS BETWEEN THEM.       *  CVSLTZ.2
002600*                                                              *  CVSLTZ.2
002700*    THE MODULE SET IS KEYED AT THE CONSOLE (UP TO 10 NAMES    *  CVSLTZ.2
002800*    SEPARATED BY SPACES); BLANK TAKES THE DRIVER'S SELECTION  *  CVSLTZ.2
002900*    IN driver_selected.dat (UP TO 60 MODULES).                *  CVSLTZ.2
003000*                                                              *  CVSLTZ.2
003100*    EACH SETTING GETS ITS OWN SCRATCH NAMESPACE, w_ENV_<NAME> *  CVSLTZ.2
003200*    /run, HOLDING A COPY OF THE .dat FILES OF THE CURRENT     *  CVSLTZ.2
003300*    RUN.  THE MODULE RUNS THERE (300 SECONDS AT MOST) AND ITS *  CVSLTZ.2
003400*    report.log IS READ BACK.  EACH TEST RESULT LINE GIVES THE *  CVSLTZ.2
003500*    PAR-NAME'S OUTCOME AND RE-MARK TEXT, AND THE FIRST TWO    *  CVSLTZ.2
003600*    PRINT LINES UNDER IT (COMPUTED=/CORRECT= AND THE LIKE)    *  CVSLTZ.2
003700*    ARE ITS EVIDENCE.                                         *  CVSLTZ.2
003800*                                                              *  CVSLTZ.2
003900*    locale_sweep.rpt LISTS THE SETTINGS (WITH THE RUN DATE    *  CVSLTZ.2
004000*    EACH STAMPED IN CCVS-H-4), THEN EVERY PAR-NAME WHOSE      *  CVSLTZ.2
004100*    OUTCOME OR EVIDENCE IS NOT THE SAME UNDER EVERY SETTING,  *  CVSLTZ.2
004200*    SHOWING IT SETTING BY SETTING.  "--" MEANS THE ROW WAS    *  CVSLTZ.2
004300*    NOT PRINTED UNDER THAT SETTING; "NORUN" THAT THE MODULE   *  CVSLTZ.2
004400*    LEFT NO PRINT IMAGE.                                      *  CVSLTZ.2
004500*                                                              *  CVSLTZ.2
004600*    RETURN-CODE 0 WHEN NOTHING CHANGES WITH THE ENVIRONMENT,  *  CVSLTZ.2
004700*    4 WHEN SOMETHING DOES, 8 WHEN FEWER THAN TWO SETTINGS OR  *  CVSLTZ.2
004800*    NO MODULES ARE GIVEN.                                     *  CVSLTZ.2
004900*                                                              *  CVSLTZ.2
005000****************************************************************  CVSLTZ.2
005100 ENVIRONMENT DIVISION.                                            CVSLTZ.2
005200 CONFIGURATION SECTION.                                           CVSLTZ.2
005300 SOURCE-COMPUTER.                                                 CVSLTZ.2
005400     COPY CCVSTRG.                                                CVSLTZ.2
005500 OBJECT-COMPUTER.                                                 CVSLTZ.2
005600     COPY CCVSTRG.                                                CVSLTZ.2
005700 INPUT-OUTPUT SECTION.                                            CVSLTZ.2
005800 FILE-CONTROL.                                                    CVSLTZ.2
005900     SELECT   SETTING-FILE ASSIGN TO                              CVSLTZ.2
006000     "env_settings.dat"                                           CVSLTZ.2
006100     ORGANIZATION LINE SEQUENTIAL                                 CVSLTZ.2
006200     FILE STATUS IS WS-ST-FSTATUS.                                CVSLTZ.2
006300     SELECT   SELECTED-FILE ASSIGN TO                             CVSLTZ.2
006400     "driver_selected.dat"                                        CVSLTZ.2
006500     ORGANIZATION LINE SEQUENTIAL                                 CVSLTZ.2
006600     FILE STATUS IS WS-SL-FSTATUS.                                CVSLTZ.2
006700     SELECT   ENV-REPORT-FILE ASSIGN TO                           CVSLTZ.2
006800     DYNAMIC WS-LOG-FNAME                                         CVSLTZ.2
006900     ORGANIZATION LINE SEQUENTIAL                                 CVSLTZ.2
007000     FILE STATUS IS WS-ER-FSTATUS.                                CVSLTZ.2
007100     SELECT   SWEEP-REPORT-FILE ASSIGN TO                         CVSLTZ.2
007200     "locale_sweep.rpt"                                           CVSLTZ.2
007300     ORGANIZATION LINE SEQUENTIAL                                 CVSLTZ.2
007400     FILE STATUS IS WS-RP-FSTATUS.                                CVSLTZ.2
007500 DATA DIVISION.                                                   CVSLTZ.2
007600 FILE SECTION.                                                    CVSLTZ.2
007700 FD  SETTING-FILE.                                                CVSLTZ.2
007800 01  SETTING-REC PIC X(120).                                      CVSLTZ.2
007900 FD  SELECTED-FILE.                                               CVSLTZ.2
008000 01  SELECTED-REC PIC X(80).                                      CVSLTZ.2
008100 FD  ENV-REPORT-FILE.                                             CVSLTZ.2
008200 01  ENV-REPORT-REC PIC X(120).                                   CVSLTZ.2
008300 FD  SWEEP-REPORT-FILE.                                           CVSLTZ.2
008400 01  SWEEP-REPORT-REC PIC X(132).                                 CVSLTZ.2
008500 WORKING-STORAGE SECTION.                                         CVSLTZ.2
008600 77  WS-ST-FSTATUS       PIC XX VALUE SPACE.                      CVSLTZ.2
008700 77  WS-SL-FSTATUS       PIC XX VALUE SPACE.                      CVSLTZ.2
008800 77  WS-ER-FSTATUS       PIC XX VALUE SPACE.                      CVSLTZ.2
008900 77  WS-RP-FSTATUS       PIC XX VALUE SPACE.                      CVSLTZ.2
009000 77  WS-EOF-SWITCH       PIC X  VALUE "N".                        CVSLTZ.2
009100 77  WS-OUTCOME-SWITCH   PIC X  VALUE "N".                        CVSLTZ.2
009200 77  WS-EVIDENCE-SWITCH  PIC X  VALUE "N".                        CVSLTZ.2
009300 77  WS-HEADER-SWITCH    PIC X  VALUE "N".                        CVSLTZ.2
009400 77  WS-HIT-SWITCH       PIC X  VALUE "N".                        CVSLTZ.2
009500 77  WS-SET-CT           PIC 9(2) COMP VALUE ZERO.                CVSLTZ.2
009600 77  WS-SET-SUB          PIC 9(2) COMP VALUE ZERO.                CVSLTZ.2
009700 77  WS-CMP-SUB          PIC 9(2) COMP VALUE ZERO.                CVSLTZ.2
009800 77  WS-MOD-CT           PIC 9(3) COMP VALUE ZERO.                CVSLTZ.2
009900 77  WS-MOD-SUB          PIC 9(3) COMP VALUE ZERO.                CVSLTZ.2
010000 77  WS-ROW-CT           PIC 9(4) COMP VALUE ZERO.                CVSLTZ.2
010100 77  WS-ROW-SUB          PIC 9(4) COMP VALUE ZERO.                CVSLTZ.2
010200 77  WS-ROW-FOUND        PIC 9(4) COMP VALUE ZERO.                CVSLTZ.2
010300 77  WS-ROW-FIRST        PIC 9(4) COMP VALUE ZERO.                CVSLTZ.2
010400 77  WS-CUR-ROW          PIC 9(4) COMP VALUE ZERO.                CVSLTZ.2
010500 77  WS-EVID-CT          PIC 9 COMP VALUE ZERO.                   CVSLTZ.2
010600 77  WS-TOKEN-SUB        PIC 9(2) COMP VALUE ZERO.                CVSLTZ.2
010700 77  WS-SCAN-POS         PIC 9(3) COMP VALUE ZERO.                CVSLTZ.2
010800 77  WS-KEY-LEN          PIC 9(3) COMP VALUE ZERO.                CVSLTZ.2
010900 77  WS-SCAN-LIM         PIC 9(3) COMP VALUE ZERO.                CVSLTZ.2
011000 77  WS-OUTCOME-CT       PIC 9(4) VALUE ZERO.                     CVSLTZ.2
011100 77  WS-EVIDENCE-CT      PIC 9(4) VALUE ZERO.                     CVSLTZ.2
011200 77  WS-NORUN-CT         PIC 9(4) VALUE ZERO.                     CVSLTZ.2
011300 01  WS-ANSWER           PIC X(100) VALUE SPACE.                  CVSLTZ.2
011400 01  WS-MODULE           PIC X(8) VALUE SPACE.                    CVSLTZ.2
011500 01  WS-CMD              PIC X(600) VALUE SPACE.                  CVSLTZ.2
011600 01  WS-CMD-HOLD         PIC X(600) VALUE SPACE.                  CVSLTZ.2
011700 01  WS-LOG-FNAME        PIC X(40) VALUE SPACE.                   CVSLTZ.2
011800 01  WS-LINE             PIC X(120) VALUE SPACE.                  CVSLTZ.2
011900 01  WS-PARNAME          PIC X(22) VALUE SPACE.                   CVSLTZ.2
012000 01  WS-REMARK           PIC X(62) VALUE SPACE.                   CVSLTZ.2
012100 01  WS-VERDICT          PIC X(5) VALUE SPACE.                    CVSLTZ.2
012200 01  WS-SCAN-KEY         PIC X(30) VALUE SPACE.                   CVSLTZ.2
012300 01  WS-CELL             PIC X(5) VALUE SPACE.                    CVSLTZ.2
012400 01  WS-HYPHENS          PIC X(100) VALUE ALL "-".                CVSLTZ.2
012500 01  WS-EDIT-1           PIC ZZZ9.                                CVSLTZ.2
012600 01  WS-EDIT-2           PIC ZZZ9.                                CVSLTZ.2
012700 01  WS-EDIT-3           PIC ZZZ9.                                CVSLTZ.2
012800 01  WS-EDIT-SET         PIC 9.                                   CVSLTZ.2
012900 01  WS-SETTING-FIELDS.                                           CVSLTZ.2
013000     02  WS-SF-NAME      PIC X(10).                               CVSLTZ.2
013100     02  WS-SF-LOCALE    PIC X(40).                               CVSLTZ.2
013200     02  WS-SF-TZ        PIC X(40).                               CVSLTZ.2
013300 01  WS-TOKEN-TABLE.                                              CVSLTZ.2
013400     02  WS-TOKEN        PIC X(8) OCCURS 10 TIMES.                CVSLTZ.2
013500*                                                                 CVSLTZ.2
013600*    THE BUILT-IN SETTINGS, IN THE env_settings.dat LAYOUT.       CVSLTZ.2
013700*                                                                 CVSLTZ.2
013800 01  WS-DEFAULT-SETTINGS.                                         CVSLTZ.2
013900     02  FILLER PIC X(50) VALUE "LOGIN|*|*".                      CVSLTZ.2
014000     02  FILLER PIC X(50) VALUE "C-UTC|C|UTC".                    CVSLTZ.2
014100     02  FILLER PIC X(50) VALUE                                   CVSLTZ.2
014200         "EN-US|en_US.UTF-8|America/New_York".                    CVSLTZ.2
014300     02  FILLER PIC X(50) VALUE "DE-DE|de_DE.UTF-8|Europe/Berlin".CVSLTZ.2
014400     02  FILLER PIC X(50) VALUE "UTC+14|C|Pacific/Kiritimati".    CVSLTZ.2
014500     02  FILLER PIC X(50) VALUE "UTC-12|C|Etc/GMT+12".            CVSLTZ.2
014600 01  FILLER REDEFINES WS-DEFAULT-SETTINGS.                        CVSLTZ.2
014700     02  WS-DEFAULT-SETTING PIC X(50) OCCURS 6 TIMES.             CVSLTZ.2
014800 01  WS-SETTING-TABLE.                                            CVSLTZ.2
014900     02  WS-SET OCCURS 6 TIMES.                                   CVSLTZ.2
015000         03  WS-SE-NAME      PIC X(10).                           CVSLTZ.2
015100         03  WS-SE-LOCALE    PIC X(40).                           CVSLTZ.2
015200         03  WS-SE-TZ        PIC X(40).                           CVSLTZ.2
015300         03  WS-SE-RUN-DATE  PIC X(8).                            CVSLTZ.2
015400 01  WS-MODULE-TABLE.                                             CVSLTZ.2
015500     02  WS-MOD OCCURS 60 TIMES.                                  CVSLTZ.2
015600         03  WS-MD-NAME      PIC X(8).                            CVSLTZ.2
015700         03  WS-MD-NORUN     PIC X OCCURS 6 TIMES.                CVSLTZ.2
015800*                                                                 CVSLTZ.2
015900*    ONE ROW PER MODULE AND PAR-NAME.  PER SETTING: THE OUTCOME,  CVSLTZ.2
016000*    THE RE-MARK END OF THE RESULT LINE AND TWO EVIDENCE LINES.   CVSLTZ.2
016100*                                                                 CVSLTZ.2
016200 01  WS-ROW-TABLE.                                                CVSLTZ.2
016300     02  WS-ROW OCCURS 3000 TIMES.                                CVSLTZ.2
016400         03  WS-RW-MOD       PIC 9(3) COMP.                       CVSLTZ.2
016500         03  WS-RW-PAR       PIC X(22).                           CVSLTZ.2
016600         03  WS-RW-CELL OCCURS 6 TIMES.                           CVSLTZ.2
016700             04  WS-RW-VERDICT   PIC X(5).                        CVSLTZ.2
016800             04  WS-RW-REMARK    PIC X(62).                       CVSLTZ.2
016900             04  WS-RW-EVID      PIC X(120) OCCURS 2 TIMES.       CVSLTZ.2
017000 PROCEDURE DIVISION.                                              CVSLTZ.2
017100 CCVSLTZ-MAIN SECTION.                                            CVSLTZ.2
017200 CCVSLTZ-START.                                                   CVSLTZ.2
017300     PERFORM  LOAD-SETTINGS THRU LOAD-SETTINGS-EX.                CVSLTZ.2
017400     IF       WS-SET-CT < 2                                       CVSLTZ.2
017500              DISPLAY "CCVSLTZ: FEWER THAN TWO SETTINGS -- "      CVSLTZ.2
017600                  "NOTHING TO COMPARE"                            CVSLTZ.2
017700              MOVE 8 TO RETURN-CODE                               CVSLTZ.2
017800              STOP RUN.                                           CVSLTZ.2
017900     DISPLAY  "CCVSLTZ: MODULES TO SWEEP (BLANK = "               CVSLTZ.2
018000              "driver_selected.dat)?".                            CVSLTZ.2
018100     MOVE     SPACE TO WS-ANSWER.                                 CVSLTZ.2
018200     ACCEPT   WS-ANSWER.                                          CVSLTZ.2
018300     IF       WS-ANSWER = SPACE                                   CVSLTZ.2
018400              PERFORM LOAD-SELECTED-MODULES                       CVSLTZ.2
018500     ELSE                                                         CVSLTZ.2
018600              MOVE SPACE TO WS-TOKEN-TABLE                        CVSLTZ.2
018700              UNSTRING WS-ANSWER DELIMITED BY ALL SPACE           CVSLTZ.2
018800                  INTO WS-TOKEN (1) WS-TOKEN (2) WS-TOKEN (3)     CVSLTZ.2
018900                       WS-TOKEN (4) WS-TOKEN (5) WS-TOKEN (6)     CVSLTZ.2
019000                       WS-TOKEN (7) WS-TOKEN (8) WS-TOKEN (9)     CVSLTZ.2
019100                       WS-TOKEN (10)                              CVSLTZ.2
019200              PERFORM ADD-TOKEN-MODULE                            CVSLTZ.2
019300                  VARYING WS-TOKEN-SUB FROM 1 BY 1                CVSLTZ.2
019400                  UNTIL WS-TOKEN-SUB > 10.                        CVSLTZ.2
019500     IF       WS-MOD-CT = ZERO                                    CVSLTZ.2
019600              DISPLAY "CCVSLTZ: NO MODULES TO SWEEP"              CVSLTZ.2
019700              MOVE 8 TO RETURN-CODE                               CVSLTZ.2
019800              STOP RUN.                                           CVSLTZ.2
019900     PERFORM  SWEEP-ONE-SETTING                                   CVSLTZ.2
020000              VARYING WS-SET-SUB FROM 1 BY 1                      CVSLTZ.2
020100              UNTIL WS-SET-SUB > WS-SET-CT.                       CVSLTZ.2
020200     OPEN     OUTPUT SWEEP-REPORT-FILE.                           CVSLTZ.2
020300     PERFORM  WRITE-SWEEP-HEADING.                                CVSLTZ.2
020400     PERFORM  WRITE-SWEEP-ROW                                     CVSLTZ.2
020500              VARYING WS-ROW-SUB FROM 1 BY 1                      CVSLTZ.2
020600              UNTIL WS-ROW-SUB > WS-ROW-CT.                       CVSLTZ.2
020700     PERFORM  WRITE-SWEEP-TOTALS.                                 CVSLTZ.2
020800     CLOSE    SWEEP-REPORT-FILE.                                  CVSLTZ.2
020900     MOVE     WS-OUTCOME-CT TO WS-EDIT-1.                         CVSLTZ.2
021000     MOVE     WS-EVIDENCE-CT TO WS-EDIT-2.                        CVSLTZ.2
021100     DISPLAY  "CCVSLTZ: " WS-EDIT-1 " OUTCOME AND " WS-EDIT-2     CVSLTZ.2
021200              " EVIDENCE CHANGE(S) -- SEE locale_sweep.rpt".      CVSLTZ.2
021300     IF       WS-OUTCOME-CT > ZERO OR WS-EVIDENCE-CT > ZERO       CVSLTZ.2
021400              OR WS-NORUN-CT > ZERO                               CVSLTZ.2
021500              MOVE 4 TO RETURN-CODE                               CVSLTZ.2
021600     ELSE                                                         CVSLTZ.2
021700              MOVE 0 TO RETURN-CODE.                              CVSLTZ.2
021800     STOP     RUN.                                                CVSLTZ.2
021900*                                                                 CVSLTZ.2
022000*    THE SETTINGS -- env_settings.dat OR THE BUILT-IN SET.        CVSLTZ.2
022100*                                                                 CVSLTZ.2
022200 LOAD-SETTINGS.                                                   CVSLTZ.2
022300     OPEN     INPUT SETTING-FILE.                                 CVSLTZ.2
022400     IF       WS-ST-FSTATUS NOT = "00"                            CVSLTZ.2
022500              DISPLAY "CCVSLTZ: NO env_settings.dat -- USING THE "CVSLTZ.2
022600                  "BUILT-IN SETTINGS"                             CVSLTZ.2
022700              PERFORM STORE-DEFAULT-SETTING                       CVSLTZ.2
022800                  VARYING WS-SET-SUB FROM 1 BY 1                  CVSLTZ.2
022900                  UNTIL WS-SET-SUB > 6                            CVSLTZ.2
023000              GO TO LOAD-SETTINGS-EX.                             CVSLTZ.2
023100     MOVE     "N" TO WS-EOF-SWITCH.                               CVSLTZ.2
023200     PERFORM  READ-SETTING-LINE.                                  CVSLTZ.2
023300     PERFORM  STORE-SETTING-LINE                                  CVSLTZ.2
023400              UNTIL WS-EOF-SWITCH = "Y".                          CVSLTZ.2
023500     CLOSE    SETTING-FILE.                                       CVSLTZ.2
023600 LOAD-SETTINGS-EX.                                                CVSLTZ.2
023700     EXIT.                                                        CVSLTZ.2
023800 READ-SETTING-LINE.                                               CVSLTZ.2
023900     MOVE     SPACE TO SETTING-REC.                               CVSLTZ.2
024000     READ     SETTING-FILE                                        CVSLTZ.2
024100              AT END MOVE "Y" TO WS-EOF-SWITCH.                   CVSLTZ.2
024200 STORE-DEFAULT-SETTING.                                           CVSLTZ.2
024300     MOVE     WS-DEFAULT-SETTING (WS-SET-SUB) TO SETTING-REC.     CVSLTZ.2
024400     PERFORM  PARSE-SETTING-LINE.                                 CVSLTZ.2
024500 STORE-SETTING-LINE.                                              CVSLTZ.2
024600     IF       SETTING-REC NOT = SPACE                             CVSLTZ.2
024700              AND SETTING-REC (1:1) NOT = "*"                     CVSLTZ.2
024800              PERFORM PARSE-SETTING-LINE.                         CVSLTZ.2
024900     PERFORM  READ-SETTING-LINE.                                  CVSLTZ.2
025000 PARSE-SETTING-LINE.                                              CVSLTZ.2
025100     MOVE     SPACE TO WS-SETTING-FIELDS.                         CVSLTZ.2
025200     UNSTRING SETTING-REC DELIMITED BY "|"                        CVSLTZ.2
025300              INTO WS-SF-NAME WS-SF-LOCALE WS-SF-TZ.              CVSLTZ.2
025400     IF       WS-SF-NAME = SPACE OR WS-SF-LOCALE = SPACE          CVSLTZ.2
025500              OR WS-SF-TZ = SPACE                                 CVSLTZ.2
025600              DISPLAY "CCVSLTZ: SETTING LINE IGNORED -- "         CVSLTZ.2
025700                  SETTING-REC (1:60)                              CVSLTZ.2
025800     ELSE                                                         CVSLTZ.2
025900         IF   WS-SET-CT NOT < 6                                   CVSLTZ.2
026000              DISPLAY "CCVSLTZ: MORE THAN 6 SETTINGS -- "         CVSLTZ.2
026100                  WS-SF-NAME " IGNORED"                           CVSLTZ.2
026200         ELSE                                                     CVSLTZ.2
026300              ADD 1 TO WS-SET-CT                                  CVSLTZ.2
026400              MOVE WS-SF-NAME TO WS-SE-NAME (WS-SET-CT)           CVSLTZ.2
026500              MOVE WS-SF-LOCALE TO WS-SE-LOCALE (WS-SET-CT)       CVSLTZ.2
026600              MOVE WS-SF-TZ TO WS-SE-TZ (WS-SET-CT)               CVSLTZ.2
026700              MOVE SPACE TO WS-SE-RUN-DATE (WS-SET-CT).           CVSLTZ.2
026800*                                                                 CVSLTZ.2
026900*    THE MODULE SET.                                              CVSLTZ.2
027000*                                                                 CVSLTZ.2
027100 LOAD-SELECTED-MODULES.                                           CVSLTZ.2
027200     OPEN     INPUT SELECTED-FILE.                                CVSLTZ.2
027300     IF       WS-SL-FSTATUS = "00"                                CVSLTZ.2
027400              MOVE "N" TO WS-EOF-SWITCH                           CVSLTZ.2
027500              PERFORM READ-SELECTED-LINE                          CVSLTZ.2
027600              PERFORM ADD-SELECTED-MODULE                         CVSLTZ.2
027700                  UNTIL WS-EOF-SWITCH = "Y"                       CVSLTZ.2
027800              CLOSE SELECTED-FILE.                                CVSLTZ.2
027900 READ-SELECTED-LINE.                                              CVSLTZ.2
028000     MOVE     SPACE TO SELECTED-REC.                              CVSLTZ.2
028100     READ     SELECTED-FILE                                       CVSLTZ.2
028200              AT END MOVE "Y" TO WS-EOF-SWITCH.                   CVSLTZ.2
028300 ADD-SELECTED-MODULE.                                             CVSLTZ.2
028400     MOVE     SELECTED-REC (1:8) TO WS-MODULE.                    CVSLTZ.2
028500     PERFORM  ADD-MODULE.                                         CVSLTZ.2
028600     PERFORM  READ-SELECTED-LINE.                                 CVSLTZ.2
028700 ADD-TOKEN-MODULE.                                                CVSLTZ.2
028800     MOVE     WS-TOKEN (WS-TOKEN-SUB) TO WS-MODULE.               CVSLTZ.2
028900     PERFORM  ADD-MODULE.                                         CVSLTZ.2
029000 ADD-MODULE.                                                      CVSLTZ.2
029100     IF       WS-MODULE NOT = SPACE                               CVSLTZ.2
029200         IF   WS-MOD-CT < 60                                      CVSLTZ.2
029300              ADD 1 TO WS-MOD-CT                                  CVSLTZ.2
029400              MOVE WS-MODULE TO WS-MD-NAME (WS-MOD-CT)            CVSLTZ.2
029500              PERFORM CLEAR-MODULE-RUN                            CVSLTZ.2
029600                  VARYING WS-CMP-SUB FROM 1 BY 1                  CVSLTZ.2
029700                  UNTIL WS-CMP-SUB > 6                            CVSLTZ.2
029800         ELSE                                                     CVSLTZ.2
029900              DISPLAY "CCVSLTZ: MORE THAN 60 MODULES -- "         CVSLTZ.2
030000                  WS-MODULE " IGNORED".                           CVSLTZ.2
030100 CLEAR-MODULE-RUN.                                                CVSLTZ.2
030200     MOVE     "N" TO WS-MD-NORUN (WS-MOD-CT, WS-CMP-SUB).         CVSLTZ.2
030300*                                                                 CVSLTZ.2
030400*    ONE SETTING: A FRESH NAMESPACE, THEN EVERY MODULE RUN IN IT  CVSLTZ.2
030500*    UNDER THE SETTING'S LC_ALL AND TZ.                           CVSLTZ.2
030600*                                                                 CVSLTZ.2
030700 SWEEP-ONE-SETTING.                                               CVSLTZ.2
030800     DISPLAY  "CCVSLTZ: SETTING " WS-SE-NAME (WS-SET-SUB).        CVSLTZ.2
030900     MOVE     SPACE TO WS-CMD.                                    CVSLTZ.2
031000     STRING   "n=w_ENV_" DELIMITED BY SIZE                        CVSLTZ.2
031100              WS-SE-NAME (WS-SET-SUB) DELIMITED BY SPACE          CVSLTZ.2
031200              "; rm -rf $n; mkdir -p $n/run;" DELIMITED BY SIZE   CVSLTZ.2
031300              " cp -f *.dat $n/run/ 2>/dev/null" DELIMITED BY SIZECVSLTZ.2
031400              INTO WS-CMD.                                        CVSLTZ.2
031500     CALL     "SYSTEM" USING WS-CMD.                              CVSLTZ.2
031600     MOVE     SPACE TO WS-LOG-FNAME.                              CVSLTZ.2
031700     STRING   "w_ENV_" DELIMITED BY SIZE                          CVSLTZ.2
031800              WS-SE-NAME (WS-SET-SUB) DELIMITED BY SPACE          CVSLTZ.2
031900              "/run/report.log" DELIMITED BY SIZE                 CVSLTZ.2
032000              INTO WS-LOG-FNAME.                                  CVSLTZ.2
032100     PERFORM  SWEEP-ONE-MODULE THRU SWEEP-ONE-MODULE-EX           CVSLTZ.2
032200              VARYING WS-MOD-SUB FROM 1 BY 1                      CVSLTZ.2
032300              UNTIL WS-MOD-SUB > WS-MOD-CT.                       CVSLTZ.2
032400 SWEEP-ONE-MODULE.                                                CVSLTZ.2
032500     MOVE     SPACE TO WS-CMD.                                    CVSLTZ.2
032600     STRING   "cd w_ENV_" DELIMITED BY SIZE                       CVSLTZ.2
032700              WS-SE-NAME (WS-SET-SUB) DELIMITED BY SPACE          CVSLTZ.2
032800              "/run; m=" DELIMITED BY SIZE                        CVSLTZ.2
032900              WS-MD-NAME (WS-MOD-SUB) DELIMITED BY SPACE          CVSLTZ.2
033000              "; rm -f report.log results.csv;" DELIMITED BY SIZE CVSLTZ.2
033100              INTO WS-CMD.                                        CVSLTZ.2
033200     IF       WS-SE-LOCALE (WS-SET-SUB) NOT = "*"                 CVSLTZ.2
033300              MOVE SPACE TO WS-ANSWER                             CVSLTZ.2
033400              STRING " LC_ALL=" DELIMITED BY SIZE                 CVSLTZ.2
033500                  WS-SE-LOCALE (WS-SET-SUB) DELIMITED BY SPACE    CVSLTZ.2
033600                  "; export LC_ALL;" DELIMITED BY SIZE            CVSLTZ.2
033700                  INTO WS-ANSWER                                  CVSLTZ.2
033800              PERFORM JOIN-SETTING-COMMAND.                       CVSLTZ.2
033900     IF       WS-SE-TZ (WS-SET-SUB) NOT = "*"                     CVSLTZ.2
034000              MOVE SPACE TO WS-ANSWER                             CVSLTZ.2
034100              STRING " TZ=" DELIMITED BY SIZE                     CVSLTZ.2
034200                  WS-SE-TZ (WS-SET-SUB) DELIMITED BY SPACE        CVSLTZ.2
034300                  "; export TZ;" DELIMITED BY SIZE                CVSLTZ.2
034400                  INTO WS-ANSWER                                  CVSLTZ.2
034500              PERFORM JOIN-SETTING-COMMAND.                       CVSLTZ.2
034600     MOVE     " if [ -x ../../$m ]; then" TO WS-ANSWER.           CVSLTZ.2
034700     PERFORM  JOIN-SETTING-COMMAND.                               CVSLTZ.2
034800     MOVE     " COB_LIBRARY_PATH=../..:$COB_LIBRARY_PATH"         CVSLTZ.2
034900              TO WS-ANSWER.                                       CVSLTZ.2
035000     PERFORM  JOIN-SETTING-COMMAND.                               CVSLTZ.2
035100     MOVE     " timeout 300 ../../$m >/dev/null 2>&1; fi"         CVSLTZ.2
035200              TO WS-ANSWER.                                       CVSLTZ.2
035300     PERFORM  JOIN-SETTING-COMMAND.                               CVSLTZ.2
035400     CALL     "SYSTEM" USING WS-CMD.                              CVSLTZ.2
035500     OPEN     INPUT ENV-REPORT-FILE.                              CVSLTZ.2
035600     IF       WS-ER-FSTATUS NOT = "00"                            CVSLTZ.2
035700              MOVE "Y" TO WS-MD-NORUN (WS-MOD-SUB, WS-SET-SUB)    CVSLTZ.2
035800              ADD 1 TO WS-NORUN-CT                                CVSLTZ.2
035900              DISPLAY "CCVSLTZ: " WS-MD-NAME (WS-MOD-SUB)         CVSLTZ.2
036000                  " LEFT NO PRINT IMAGE UNDER "                   CVSLTZ.2
036100                  WS-SE-NAME (WS-SET-SUB)                         CVSLTZ.2
036200              GO TO SWEEP-ONE-MODULE-EX.                          CVSLTZ.2
036300     MOVE     1 TO WS-ROW-FIRST.                                  CVSLTZ.2
036400     MOVE     ZERO TO WS-CUR-ROW.                                 CVSLTZ.2
036500     MOVE     "N" TO WS-EOF-SWITCH.                               CVSLTZ.2
036600     PERFORM  READ-ENV-REPORT.                                    CVSLTZ.2
036700     PERFORM  STORE-ENV-LINE                                      CVSLTZ.2
036800              UNTIL WS-EOF-SWITCH = "Y".                          CVSLTZ.2
036900     CLOSE    ENV-REPORT-FILE.                                    CVSLTZ.2
037000 SWEEP-ONE-MODULE-EX.                                             CVSLTZ.2
037100     EXIT.                                                        CVSLTZ.2
037200*                                                                 CVSLTZ.2
037300*    WS-ANSWER IS APPENDED TO THE COMMAND BEING BUILT.  EACH      CVSLTZ.2
037400*    PIECE STARTS WITH ITS OWN SPACE, SO THE COMMAND IS CUT AT    CVSLTZ.2
037500*    ITS FIRST DOUBLE SPACE.                                      CVSLTZ.2
037600*                                                                 CVSLTZ.2
037700 JOIN-SETTING-COMMAND.                                            CVSLTZ.2
037800     MOVE     WS-CMD TO WS-CMD-HOLD.                              CVSLTZ.2
037900     MOVE     SPACE TO WS-CMD.                                    CVSLTZ.2
038000     STRING   WS-CMD-HOLD DELIMITED BY "  "                       CVSLTZ.2
038100              WS-ANSWER DELIMITED BY "  "                         CVSLTZ.2
038200              INTO WS-CMD.                                        CVSLTZ.2
038300 READ-ENV-REPORT.                                                 CVSLTZ.2
038400     MOVE     SPACE TO ENV-REPORT-REC.                            CVSLTZ.2
038500     READ     ENV-REPORT-FILE                                     CVSLTZ.2
038600              AT END MOVE "Y" TO WS-EOF-SWITCH.                   CVSLTZ.2
038700*                                                                 CVSLTZ.2
038800*    A TEST RESULT LINE (P-OR-F IN COLUMN 31, OR COLUMN 23 IN     CVSLTZ.2
038900*    MODULES WITHOUT THE FEATURE CODE) OPENS A ROW; THE NEXT TWO  CVSLTZ.2
039000*    NON-BLANK LINES THAT ARE NOT PAGE HEADINGS ARE ITS EVIDENCE. CVSLTZ.2
039100*    THE CCVS-E-1 TRAILER CLOSES THE LAST ROW.  THE RUN DATE OF   CVSLTZ.2
039200*    THE FIRST CCVS-H-4 IS KEPT FOR THE SETTING.                  CVSLTZ.2
039300*                                                                 CVSLTZ.2
039400 STORE-ENV-LINE.                                                  CVSLTZ.2
039500     MOVE     ENV-REPORT-REC TO WS-LINE.                          CVSLTZ.2
039600     MOVE     SPACE TO WS-VERDICT.                                CVSLTZ.2
039700     EVALUATE TRUE                                                CVSLTZ.2
039800         WHEN WS-LINE (31:5) = "PASS " OR "FAIL*" OR "*****"      CVSLTZ.2
039900                            OR "INSPT"                            CVSLTZ.2
040000             MOVE WS-LINE (31:5) TO WS-VERDICT                    CVSLTZ.2
040100             MOVE WS-LINE (37:22) TO WS-PARNAME                   CVSLTZ.2
040200         WHEN WS-LINE (23:5) = "PASS " OR "FAIL*" OR "*****"      CVSLTZ.2
040300                            OR "INSPT"                            CVSLTZ.2
040400             MOVE WS-LINE (23:5) TO WS-VERDICT                    CVSLTZ.2
040500             MOVE WS-LINE (29:22) TO WS-PARNAME                   CVSLTZ.2
040600     END-EVALUATE.                                                CVSLTZ.2
040700     IF       WS-VERDICT NOT = SPACE                              CVSLTZ.2
040800              MOVE WS-LINE (59:62) TO WS-REMARK                   CVSLTZ.2
040900              PERFORM OPEN-SWEEP-ROW                              CVSLTZ.2
041000     ELSE                                                         CVSLTZ.2
041100              PERFORM TEST-HEADER-LINE                            CVSLTZ.2
041200              IF  WS-HEADER-SWITCH = "N"                          CVSLTZ.2
041300                  AND WS-LINE NOT = SPACE                         CVSLTZ.2
041400                  AND WS-CUR-ROW NOT = ZERO                       CVSLTZ.2
041500                  AND WS-EVID-CT < 2                              CVSLTZ.2
041600                  ADD 1 TO WS-EVID-CT                             CVSLTZ.2
041700                  MOVE WS-LINE TO                                 CVSLTZ.2
041800                      WS-RW-EVID (WS-CUR-ROW, WS-SET-SUB,         CVSLTZ.2
041900                                  WS-EVID-CT)                     CVSLTZ.2
042000              END-IF                                              CVSLTZ.2
042100     END-IF.                                                      CVSLTZ.2
042200     PERFORM  READ-ENV-REPORT.                                    CVSLTZ.2
042300 TEST-HEADER-LINE.                                                CVSLTZ.2
042400     MOVE     "N" TO WS-HEADER-SWITCH.                            CVSLTZ.2
042500     IF       WS-LINE (1:15) = "COMPILED DATE: "                  CVSLTZ.2
042600              MOVE "Y" TO WS-HEADER-SWITCH                        CVSLTZ.2
042700              IF  WS-SE-RUN-DATE (WS-SET-SUB) = SPACE             CVSLTZ.2
042800                  MOVE WS-LINE (42:8)                             CVSLTZ.2
042900                      TO WS-SE-RUN-DATE (WS-SET-SUB)              CVSLTZ.2
043000              END-IF                                              CVSLTZ.2
043100     END-IF.                                                      CVSLTZ.2
043200     IF       WS-LINE (1:22) = " FOR OFFICIAL USE ONLY"           CVSLTZ.2
043300              OR WS-LINE (1:9) = " FEATURE "                      CVSLTZ.2
043400              OR WS-LINE (1:7) = " TESTED"                        CVSLTZ.2
043500              OR WS-LINE (2:20) = ALL "*"                         CVSLTZ.2
043600              MOVE "Y" TO WS-HEADER-SWITCH.                       CVSLTZ.2
043700     IF       WS-HEADER-SWITCH = "N"                              CVSLTZ.2
043800              MOVE "TEST RESULT OF " TO WS-SCAN-KEY               CVSLTZ.2
043900              MOVE 15 TO WS-KEY-LEN                               CVSLTZ.2
044000              PERFORM SCAN-LINE-FOR-KEY                           CVSLTZ.2
044100              MOVE WS-HIT-SWITCH TO WS-HEADER-SWITCH.             CVSLTZ.2
044200     IF       WS-HEADER-SWITCH = "N"                              CVSLTZ.2
044300              MOVE "OFFICIAL COBOL COMPILER V" TO WS-SCAN-KEY     CVSLTZ.2
044400              MOVE 25 TO WS-KEY-LEN                               CVSLTZ.2
044500              PERFORM SCAN-LINE-FOR-KEY                           CVSLTZ.2
044600              MOVE WS-HIT-SWITCH TO WS-HEADER-SWITCH.             CVSLTZ.2
044700     IF       WS-HEADER-SWITCH = "N"                              CVSLTZ.2
044800              MOVE " COPY - NOT FOR DISTRIBUTION" TO WS-SCAN-KEY  CVSLTZ.2
044900              MOVE 28 TO WS-KEY-LEN                               CVSLTZ.2
045000              PERFORM SCAN-LINE-FOR-KEY                           CVSLTZ.2
045100              MOVE WS-HIT-SWITCH TO WS-HEADER-SWITCH.             CVSLTZ.2
045200     IF       WS-HEADER-SWITCH = "N"                              CVSLTZ.2
045300              MOVE "END OF TEST-" TO WS-SCAN-KEY                  CVSLTZ.2
045400              MOVE 12 TO WS-KEY-LEN                               CVSLTZ.2
045500              PERFORM SCAN-LINE-FOR-KEY                           CVSLTZ.2
045600              IF  WS-HIT-SWITCH = "Y"                             CVSLTZ.2
045700                  MOVE "Y" TO WS-HEADER-SWITCH                    CVSLTZ.2
045800                  MOVE ZERO TO WS-CUR-ROW                         CVSLTZ.2
045900              END-IF                                              CVSLTZ.2
046000     END-IF.                                                      CVSLTZ.2
046100 SCAN-LINE-FOR-KEY.                                               CVSLTZ.2
046200     MOVE     "N" TO WS-HIT-SWITCH.                               CVSLTZ.2
046300     COMPUTE  WS-SCAN-LIM = 121 - WS-KEY-LEN.                     CVSLTZ.2
046400     PERFORM  SCAN-ONE-POSITION                                   CVSLTZ.2
046500              VARYING WS-SCAN-POS FROM 1 BY 1                     CVSLTZ.2
046600              UNTIL WS-SCAN-POS > WS-SCAN-LIM                     CVSLTZ.2
046700              OR WS-HIT-SWITCH = "Y".                             CVSLTZ.2
046800 SCAN-ONE-POSITION.                                               CVSLTZ.2
046900     IF       WS-LINE (WS-SCAN-POS:WS-KEY-LEN) =                  CVSLTZ.2
047000              WS-SCAN-KEY (1:WS-KEY-LEN)                          CVSLTZ.2
047100              MOVE "Y" TO WS-HIT-SWITCH.                          CVSLTZ.2
047200*                                                                 CVSLTZ.2
047300*    A ROW IS FOUND BY MODULE AND PAR-NAME.  RESULTS COME IN      CVSLTZ.2
047400*    SOURCE ORDER, SO THE SEARCH STARTS JUST PAST THE LAST ROW    CVSLTZ.2
047500*    MATCHED AND WRAPS ROUND ONLY WHEN THAT FAILS.                CVSLTZ.2
047600*                                                                 CVSLTZ.2
047700 OPEN-SWEEP-ROW.                                                  CVSLTZ.2
047800     MOVE     ZERO TO WS-ROW-FOUND.                               CVSLTZ.2
047900     PERFORM  MATCH-SWEEP-ROW                                     CVSLTZ.2
048000              VARYING WS-ROW-SUB FROM WS-ROW-FIRST BY 1           CVSLTZ.2
048100              UNTIL WS-ROW-SUB > WS-ROW-CT                        CVSLTZ.2
048200              OR WS-ROW-FOUND NOT = ZERO.                         CVSLTZ.2
048300     IF       WS-ROW-FOUND = ZERO                                 CVSLTZ.2
048400              PERFORM MATCH-SWEEP-ROW                             CVSLTZ.2
048500                  VARYING WS-ROW-SUB FROM 1 BY 1                  CVSLTZ.2
048600                  UNTIL WS-ROW-SUB NOT < WS-ROW-FIRST             CVSLTZ.2
048700                  OR WS-ROW-SUB > WS-ROW-CT                       CVSLTZ.2
048800                  OR WS-ROW-FOUND NOT = ZERO.                     CVSLTZ.2
048900     IF       WS-ROW-FOUND = ZERO                                 CVSLTZ.2
049000         IF   WS-ROW-CT < 3000                                    CVSLTZ.2
049100              ADD 1 TO WS-ROW-CT                                  CVSLTZ.2
049200              MOVE WS-ROW-CT TO WS-ROW-FOUND                      CVSLTZ.2
049300              MOVE WS-MOD-SUB TO WS-RW-MOD (WS-ROW-CT)            CVSLTZ.2
049400              MOVE WS-PARNAME TO WS-RW-PAR (WS-ROW-CT)            CVSLTZ.2
049500              PERFORM CLEAR-SWEEP-CELL                            CVSLTZ.2
049600                  VARYING WS-CMP-SUB FROM 1 BY 1                  CVSLTZ.2
049700                  UNTIL WS-CMP-SUB > 6                            CVSLTZ.2
049800         ELSE                                                     CVSLTZ.2
049900              DISPLAY "CCVSLTZ: MORE THAN 3000 PAR-NAME ROWS -- " CVSLTZ.2
050000                  WS-MD-NAME (WS-MOD-SUB) " " WS-PARNAME          CVSLTZ.2
050100                  " NOT TABLED".                                  CVSLTZ.2
050200     MOVE     WS-ROW-FOUND TO WS-CUR-ROW.                         CVSLTZ.2
050300     MOVE     ZERO TO WS-EVID-CT.                                 CVSLTZ.2
050400     IF       WS-ROW-FOUND NOT = ZERO                             CVSLTZ.2
050500              COMPUTE WS-ROW-FIRST = WS-ROW-FOUND + 1             CVSLTZ.2
050600              MOVE WS-VERDICT                                     CVSLTZ.2
050700                  TO WS-RW-VERDICT (WS-ROW-FOUND, WS-SET-SUB)     CVSLTZ.2
050800              MOVE WS-REMARK                                      CVSLTZ.2
050900                  TO WS-RW-REMARK (WS-ROW-FOUND, WS-SET-SUB).     CVSLTZ.2
051000 MATCH-SWEEP-ROW.                                                 CVSLTZ.2
051100     IF       WS-RW-MOD (WS-ROW-SUB) = WS-MOD-SUB                 CVSLTZ.2
051200              AND WS-RW-PAR (WS-ROW-SUB) = WS-PARNAME             CVSLTZ.2
051300              AND WS-RW-VERDICT (WS-ROW-SUB, WS-SET-SUB) = SPACE  CVSLTZ.2
051400              MOVE WS-ROW-SUB TO WS-ROW-FOUND.                    CVSLTZ.2
051500 CLEAR-SWEEP-CELL.                                                CVSLTZ.2
051600     MOVE     SPACE TO WS-RW-CELL (WS-ROW-CT, WS-CMP-SUB).        CVSLTZ.2
051700*                                                                 CVSLTZ.2
051800*    THE SWEEP REPORT.                                            CVSLTZ.2
051900*                                                                 CVSLTZ.2
052000 WRITE-SWEEP-HEADING.                                             CVSLTZ.2
052100     MOVE     SPACE TO SWEEP-REPORT-REC.                          CVSLTZ.2
052200     MOVE     WS-MOD-CT TO WS-EDIT-1.                             CVSLTZ.2
052300     MOVE     WS-SET-CT TO WS-EDIT-SET.                           CVSLTZ.2
052400     STRING   "CCVS85 LOCALE AND TIME-ZONE SENSITIVITY SWEEP -- " CVSLTZ.2
052500                  DELIMITED BY SIZE                               CVSLTZ.2
052600              WS-EDIT-1 DELIMITED BY SIZE                         CVSLTZ.2
052700              " MODULE(S) UNDER " DELIMITED BY SIZE               CVSLTZ.2
052800              WS-EDIT-SET DELIMITED BY SIZE                       CVSLTZ.2
052900              " SETTING(S)" DELIMITED BY SIZE                     CVSLTZ.2
053000              INTO SWEEP-REPORT-REC.                              CVSLTZ.2
053100     PERFORM  WRITE-SWEEP-LINE.                                   CVSLTZ.2
053200     MOVE     WS-HYPHENS TO SWEEP-REPORT-REC.                     CVSLTZ.2
053300     PERFORM  WRITE-SWEEP-LINE.                                   CVSLTZ.2
053400     MOVE     "SETTING     LC_ALL                 TZ"             CVSLTZ.2
053500              TO SWEEP-REPORT-REC.                                CVSLTZ.2
053600     MOVE     "RUN DATE" TO SWEEP-REPORT-REC (67:8).              CVSLTZ.2
053700     PERFORM  WRITE-SWEEP-LINE.                                   CVSLTZ.2
053800     PERFORM  WRITE-SETTING-LEGEND                                CVSLTZ.2
053900              VARYING WS-SET-SUB FROM 1 BY 1                      CVSLTZ.2
054000              UNTIL WS-SET-SUB > WS-SET-CT.                       CVSLTZ.2
054100     MOVE     "(* = LOGIN VALUE; FIRST SETTING IS THE REFERENCE)" CVSLTZ.2
054200              TO SWEEP-REPORT-REC.                                CVSLTZ.2
054300     PERFORM  WRITE-SWEEP-LINE.                                   CVSLTZ.2
054400     MOVE     WS-HYPHENS TO SWEEP-REPORT-REC.                     CVSLTZ.2
054500     PERFORM  WRITE-SWEEP-LINE.                                   CVSLTZ.2
054600 WRITE-SETTING-LEGEND.                                            CVSLTZ.2
054700     MOVE     WS-SE-NAME (WS-SET-SUB) TO SWEEP-REPORT-REC (1:10). CVSLTZ.2
054800     MOVE     WS-SE-LOCALE (WS-SET-SUB)                           CVSLTZ.2
054900              TO SWEEP-REPORT-REC (13:22).                        CVSLTZ.2
055000     MOVE     WS-SE-TZ (WS-SET-SUB) TO SWEEP-REPORT-REC (36:30).  CVSLTZ.2
055100     MOVE     WS-SE-RUN-DATE (WS-SET-SUB)                         CVSLTZ.2
055200              TO SWEEP-REPORT-REC (67:8).                         CVSLTZ.2
055300     PERFORM  WRITE-SWEEP-LINE.                                   CVSLTZ.2
055400 WRITE-SWEEP-LINE.                                                CVSLTZ.2
055500     WRITE    SWEEP-REPORT-REC.                                   CVSLTZ.2
055600     MOVE     SPACE TO SWEEP-REPORT-REC.                          CVSLTZ.2
055700*                                                                 CVSLTZ.2
055800*    A ROW IS SHOWN WHEN ANY SETTING'S OUTCOME, OR ITS RE-MARK    CVSLTZ.2
055900*    OR EVIDENCE, DIFFERS FROM THE REFERENCE SETTING'S.           CVSLTZ.2
056000*                                                                 CVSLTZ.2
056100 WRITE-SWEEP-ROW.                                                 CVSLTZ.2
056200     MOVE     WS-RW-MOD (WS-ROW-SUB) TO WS-MOD-SUB.               CVSLTZ.2
056300     MOVE     "N" TO WS-OUTCOME-SWITCH WS-EVIDENCE-SWITCH.        CVSLTZ.2
056400     PERFORM  COMPARE-SWEEP-CELL                                  CVSLTZ.2
056500              VARYING WS-SET-SUB FROM 2 BY 1                      CVSLTZ.2
056600              UNTIL WS-SET-SUB > WS-SET-CT.                       CVSLTZ.2
056700     IF       WS-OUTCOME-SWITCH = "Y" OR WS-EVIDENCE-SWITCH = "Y" CVSLTZ.2
056800              MOVE WS-MD-NAME (WS-MOD-SUB)                        CVSLTZ.2
056900                  TO SWEEP-REPORT-REC (1:8)                       CVSLTZ.2
057000              MOVE WS-RW-PAR (WS-ROW-SUB)                         CVSLTZ.2
057100                  TO SWEEP-REPORT-REC (10:22)                     CVSLTZ.2
057200              IF  WS-OUTCOME-SWITCH = "Y"                         CVSLTZ.2
057300                  ADD 1 TO WS-OUTCOME-CT                          CVSLTZ.2
057400                  MOVE "OUTCOME CHANGES"                          CVSLTZ.2
057500                      TO SWEEP-REPORT-REC (33:15)                 CVSLTZ.2
057600              ELSE                                                CVSLTZ.2
057700                  ADD 1 TO WS-EVIDENCE-CT                         CVSLTZ.2
057800                  MOVE "EVIDENCE CHANGES"                         CVSLTZ.2
057900                      TO SWEEP-REPORT-REC (33:16)                 CVSLTZ.2
058000              END-IF                                              CVSLTZ.2
058100              PERFORM WRITE-SWEEP-LINE                            CVSLTZ.2
058200              PERFORM WRITE-SWEEP-DETAIL                          CVSLTZ.2
058300                  VARYING WS-SET-SUB FROM 1 BY 1                  CVSLTZ.2
058400                  UNTIL WS-SET-SUB > WS-SET-CT                    CVSLTZ.2
058500              PERFORM WRITE-SWEEP-LINE.                           CVSLTZ.2
058600 COMPARE-SWEEP-CELL.                                              CVSLTZ.2
058700     MOVE     WS-SET-SUB TO WS-CMP-SUB.                           CVSLTZ.2
058800     PERFORM  TAKE-SWEEP-CELL.                                    CVSLTZ.2
058900     MOVE     WS-CELL TO WS-VERDICT.                              CVSLTZ.2
059000     MOVE     1 TO WS-CMP-SUB.                                    CVSLTZ.2
059100     PERFORM  TAKE-SWEEP-CELL.                                    CVSLTZ.2
059200     IF       WS-CELL NOT = WS-VERDICT                            CVSLTZ.2
059300              MOVE "Y" TO WS-OUTCOME-SWITCH                       CVSLTZ.2
059400     ELSE                                                         CVSLTZ.2
059500         IF   WS-RW-REMARK (WS-ROW-SUB, WS-SET-SUB) NOT =         CVSLTZ.2
059600              WS-RW-REMARK (WS-ROW-SUB, 1)                        CVSLTZ.2
059700              OR WS-RW-EVID (WS-ROW-SUB, WS-SET-SUB, 1) NOT =     CVSLTZ.2
059800                 WS-RW-EVID (WS-ROW-SUB, 1, 1)                    CVSLTZ.2
059900              OR WS-RW-EVID (WS-ROW-SUB, WS-SET-SUB, 2) NOT =     CVSLTZ.2
060000                 WS-RW-EVID (WS-ROW-SUB, 1, 2)                    CVSLTZ.2
060100              MOVE "Y" TO WS-EVIDENCE-SWITCH.                     CVSLTZ.2
060200 TAKE-SWEEP-CELL.                                                 CVSLTZ.2
060300     EVALUATE TRUE                                                CVSLTZ.2
060400         WHEN WS-MD-NORUN (WS-MOD-SUB, WS-CMP-SUB) = "Y"          CVSLTZ.2
060500             MOVE "NORUN" TO WS-CELL                              CVSLTZ.2
060600         WHEN WS-RW-VERDICT (WS-ROW-SUB, WS-CMP-SUB) = SPACE      CVSLTZ.2
060700             MOVE "--" TO WS-CELL                                 CVSLTZ.2
060800         WHEN OTHER                                               CVSLTZ.2
060900             MOVE WS-RW-VERDICT (WS-ROW-SUB, WS-CMP-SUB)          CVSLTZ.2
061000                 TO WS-CELL                                       CVSLTZ.2
061100     END-EVALUATE.                                                CVSLTZ.2
061200 WRITE-SWEEP-DETAIL.                                              CVSLTZ.2
061300     MOVE     WS-SET-SUB TO WS-CMP-SUB.                           CVSLTZ.2
061400     PERFORM  TAKE-SWEEP-CELL.                                    CVSLTZ.2
061500     MOVE     WS-SE-NAME (WS-SET-SUB) TO SWEEP-REPORT-REC (3:10). CVSLTZ.2
061600     MOVE     WS-CELL TO SWEEP-REPORT-REC (14:5).                 CVSLTZ.2
061700     MOVE     WS-RW-REMARK (WS-ROW-SUB, WS-SET-SUB)               CVSLTZ.2
061800              TO SWEEP-REPORT-REC (20:62).                        CVSLTZ.2
061900     PERFORM  WRITE-SWEEP-LINE.                                   CVSLTZ.2
062000     IF       WS-RW-EVID (WS-ROW-SUB, WS-SET-SUB, 1) NOT = SPACE  CVSLTZ.2
062100              MOVE WS-RW-EVID (WS-ROW-SUB, WS-SET-SUB, 1)         CVSLTZ.2
062200                  TO SWEEP-REPORT-REC (12:120)                    CVSLTZ.2
062300              PERFORM WRITE-SWEEP-LINE.                           CVSLTZ.2
062400     IF       WS-RW-EVID (WS-ROW-SUB, WS-SET-SUB, 2) NOT = SPACE  CVSLTZ.2
062500              MOVE WS-RW-EVID (WS-ROW-SUB, WS-SET-SUB, 2)         CVSLTZ.2
062600                  TO SWEEP-REPORT-REC (12:120)                    CVSLTZ.2
062700              PERFORM WRITE-SWEEP-LINE.                           CVSLTZ.2
062800 WRITE-SWEEP-TOTALS.                                              CVSLTZ.2
062900     IF       WS-OUTCOME-CT = ZERO AND WS-EVIDENCE-CT = ZERO      CVSLTZ.2
063000              MOVE "NO PAR-NAME CHANGES WITH LOCALE OR TIME ZONE" CVSLTZ.2
063100                  TO SWEEP-REPORT-REC                             CVSLTZ.2
063200              PERFORM WRITE-SWEEP-LINE                            CVSLTZ.2
063300              PERFORM WRITE-SWEEP-LINE.                           CVSLTZ.2
063400     MOVE     WS-ROW-CT TO WS-EDIT-1.                             CVSLTZ.2
063500     MOVE     WS-OUTCOME-CT TO WS-EDIT-2.                         CVSLTZ.2
063600     MOVE     WS-EVIDENCE-CT TO WS-EDIT-3.                        CVSLTZ.2
063700     STRING   "PAR-NAME ROWS " DELIMITED BY SIZE                  CVSLTZ.2
063800              WS-EDIT-1 DELIMITED BY SIZE                         CVSLTZ.2
063900              "   OUTCOME CHANGES " DELIMITED BY SIZE             CVSLTZ.2
064000              WS-EDIT-2 DELIMITED BY SIZE                         CVSLTZ.2
064100              "   EVIDENCE-ONLY CHANGES " DELIMITED BY SIZE       CVSLTZ.2
064200              WS-EDIT-3 DELIMITED BY SIZE                         CVSLTZ.2
064300              INTO SWEEP-REPORT-REC.                              CVSLTZ.2
064400     PERFORM  WRITE-SWEEP-LINE.                                   CVSLTZ.2
064500     IF       WS-NORUN-CT > ZERO                                  CVSLTZ.2
064600              MOVE WS-NORUN-CT TO WS-EDIT-1                       CVSLTZ.2
064700              STRING "MODULE RUNS THAT LEFT NO PRINT IMAGE "      CVSLTZ.2
064800                  WS-EDIT-1 DELIMITED BY SIZE                     CVSLTZ.2
064900                  INTO SWEEP-REPORT-REC                           CVSLTZ.2
065000              PERFORM WRITE-SWEEP-LINE                            CVSLTZ.2
065100              PERFORM WRITE-NORUN-MODULE                          CVSLTZ.2
065200                  VARYING WS-MOD-SUB FROM 1 BY 1                  CVSLTZ.2
065300                  UNTIL WS-MOD-SUB > WS-MOD-CT.                   CVSLTZ.2
065400 WRITE-NORUN-MODULE.                                              CVSLTZ.2
065500     MOVE     WS-MD-NAME (WS-MOD-SUB) TO SWEEP-REPORT-REC (3:8).  CVSLTZ.2
065600     MOVE     13 TO WS-SCAN-POS.                                  CVSLTZ.2
065700     PERFORM  ADD-NORUN-SETTING                                   CVSLTZ.2
065800              VARYING WS-SET-SUB FROM 1 BY 1                      CVSLTZ.2
065900              UNTIL WS-SET-SUB > WS-SET-CT.                       CVSLTZ.2
066000     IF       WS-SCAN-POS > 13                                    CVSLTZ.2
066100              PERFORM WRITE-SWEEP-LINE                            CVSLTZ.2
066200     ELSE                                                         CVSLTZ.2
066300              MOVE SPACE TO SWEEP-REPORT-REC.                     CVSLTZ.2
066400 ADD-NORUN-SETTING.                                               CVSLTZ.2
066500     IF       WS-MD-NORUN (WS-MOD-SUB, WS-SET-SUB) = "Y"          CVSLTZ.2
066600              MOVE WS-SE-NAME (WS-SET-SUB)                        CVSLTZ.2
066700                  TO SWEEP-REPORT-REC (WS-SCAN-POS:10)            CVSLTZ.2
066800              ADD 11 TO WS-SCAN-POS.                              CVSLTZ.2
