001600*      INTERMEDIATE   LEVELS 1-2 OF THOSE FAMILIES PLUS THE    *  CVSPRF.2
001700*                     RELATIVE I-O FAMILY,                     *  CVSPRF.2
001800*      HIGH           THE FULL SUITE,                          *  CVSPRF.2
001900*      +RW/+SG/+CM    THE OPTIONAL REPORT WRITER,              *  CVSPRF.2
002000*                     SEGMENTATION AND COMMUNICATION           *  CVSPRF.2
002010*                     MODULES, OTHERWISE                       *  CVSPRF.2
002100*                     EXCLUDED AT EVERY LEVEL.                 *  CVSPRF.2
002200*                                                              *  CVSPRF.2
002300*    MODES (ACCEPTED FROM THE CONSOLE):                        *  CVSPRF.2
003000*           level_verdict.rpt STATES "QUALIFIES AT <LEVEL>"    *  CVSPRF.2
003100*           OR NAMES THE COUNTS THAT PREVENT IT -- NO HUMAN    *  CVSPRF.2
003200*           FILTERING AFTERWARD.                               *  CVSPRF.2
003201*                                                              *  CVSPRF.2
003202*    WHEN module_registry.dat IS PRESENT (SEE CCVSMRG) A       *  CVSPRF.2
003203*    MODULE'S SERIES AND LEVEL COME FROM ITS REGISTRY ENTRY,   *  CVSPRF.2
003204*    AND RETIRED OR UNREGISTERED MODULES ARE OUTSIDE EVERY     *  CVSPRF.2
003205*    PROFILE'S SCOPE.                                          *  CVSPRF.2
003206*                                                              *  CVSPRF.2
003207*    EVERY VERDICT ALSO STATES THE COMMUNICATION MODULE'S      *  CVSPRF.2
003208*    STATUS, IN OR OUT OF SCOPE: NOT SUPPORTED WHEN THE CD     *  CVSPRF.2
003209*    ENTRY WAS REJECTED AT COMPILE (compile_diagnostics.csv,   *  CVSPRF.2
003210*    SEE CCVSDRV) OR NO MESSAGE CONTROL SYSTEM ANSWERED AT     *  CVSPRF.2
003211*    RUN TIME, OTHERWISE SUPPORTED (WITH ITS FAILURE COUNTS)   *  CVSPRF.2
003212*    OR NOT RUN.                                               *  CVSPRF.2
003213*                                                              *  CVSPRF.2
003214*    MUST-REJECT (XR) SOURCES ARE JUDGED FROM THE SAME FILE:   *  CVSPRF.2
003215*    THE LATEST CCVSMRJ ROW FOR EACH DECIDES, AND ONE THE      *  CVSPRF.2
003216*    COMPILER ACCEPTED OR MISPLACED COUNTS AGAINST EVERY       *  CVSPRF.2
003217*    PROFILE THE SAME AS A FAILED MODULE.                      *  CVSPRF.2
003300*                                                              *  CVSPRF.2
003400****************************************************************  CVSPRF.2
003500 ENVIRONMENT DIVISION.                                            CVSPRF.2
005100     SELECT   SUITE-SUMMARY-FILE ASSIGN TO                        CVSPRF.2
005200     "suite_summary.csv"                                          CVSPRF.2
005300     FILE STATUS IS WS-SS-FSTATUS.                                CVSPRF.2
005310     SELECT   COMPILE-DIAG-FILE ASSIGN TO                         CVSPRF.2
005320     "compile_diagnostics.csv"                                    CVSPRF.2
005330     ORGANIZATION LINE SEQUENTIAL                                 CVSPRF.2
005340     FILE STATUS IS WS-CD-FSTATUS.                                CVSPRF.2
005400     SELECT   VERDICT-FILE ASSIGN TO                              CVSPRF.2
005500     "level_verdict.rpt"                                          CVSPRF.2
005600     ORGANIZATION LINE SEQUENTIAL                                 CVSPRF.2
006300 01  PROFILE-SCOPE-REC PIC X(30).                                 CVSPRF.2
006400 FD  SUITE-SUMMARY-FILE.                                          CVSPRF.2
006500 01  SUITE-SUMMARY-REC PIC X(80).                                 CVSPRF.2
006510 FD  COMPILE-DIAG-FILE.                                           CVSPRF.2
006520 01  COMPILE-DIAG-REC PIC X(80).                                  CVSPRF.2
006600 FD  VERDICT-FILE.                                                CVSPRF.2
006700 01  VERDICT-REC PIC X(80).                                       CVSPRF.2
006800 WORKING-STORAGE SECTION.                                         CVSPRF.2
007000 77  WS-PS-FSTATUS      PIC XX VALUE SPACE.                       CVSPRF.2
007100 77  WS-SS-FSTATUS      PIC XX VALUE SPACE.                       CVSPRF.2
007200 77  WS-VD-FSTATUS      PIC XX VALUE SPACE.                       CVSPRF.2
007210 77  WS-CD-FSTATUS      PIC XX VALUE SPACE.                       CVSPRF.2
007300 77  WS-EOF-SWITCH      PIC X  VALUE "N".                         CVSPRF.2
007400 77  WS-MODE            PIC X  VALUE SPACE.                       CVSPRF.2
007500 77  WS-WANT-RW         PIC X  VALUE "N".                         CVSPRF.2
007600 77  WS-WANT-SG         PIC X  VALUE "N".                         CVSPRF.2
007610 77  WS-WANT-CM         PIC X  VALUE "N".                         CVSPRF.2
007700 77  WS-IN-SCOPE        PIC X  VALUE "N".                         CVSPRF.2
007800 77  WS-SCOPE-MODS      PIC 9(3) VALUE ZERO.                      CVSPRF.2
007900 77  WS-SCOPE-FAILS     PIC 9(3) VALUE ZERO.                      CVSPRF.2
008000 77  WS-SCOPE-DELS      PIC 9(3) VALUE ZERO.                      CVSPRF.2
008001 77  WS-MOD-ACTIVE      PIC X  VALUE "Y".                         CVSPRF.2
008002 77  WS-MR-SUB          PIC 9(3) COMP VALUE ZERO.                 CVSPRF.2
008003 77  WS-CM-RUN          PIC X  VALUE "N".                         CVSPRF.2
008004 77  WS-CM-REJECTED     PIC X  VALUE "N".                         CVSPRF.2
008005 77  WS-CM-PASSES       PIC 9(3) VALUE ZERO.                      CVSPRF.2
008006 77  WS-CM-FAILS        PIC 9(3) VALUE ZERO.                      CVSPRF.2
008007 77  WS-CM-DELS         PIC 9(3) VALUE ZERO.                      CVSPRF.2
008008 77  WS-CM-COUNT        PIC 9(3) VALUE ZERO.                      CVSPRF.2
008009 77  WS-XR-COUNT        PIC 9(3) VALUE ZERO.                      CVSPRF.2
008010 77  WS-XR-FAILS        PIC 9(3) VALUE ZERO.                      CVSPRF.2
008011 77  WS-XR-SUB          PIC 9(3) COMP VALUE ZERO.                 CVSPRF.2
008012 01  WS-XR-TABLE.                                                 CVSPRF.2
008013     02  WS-XR-ENTRY OCCURS 50 TIMES.                             CVSPRF.2
008014         03  WS-XR-NAME    PIC X(8).                              CVSPRF.2
008015         03  WS-XR-VERDICT PIC X(9).                              CVSPRF.2
008100 01  WS-PROFILE         PIC X(20) VALUE SPACE.                    CVSPRF.2
008200 01  WS-LEVEL           PIC X(12) VALUE SPACE.                    CVSPRF.2
008300 01  WS-WORK-REC        PIC X(80).                                CVSPRF.2
008400 01  WS-FIELD-TABLE.                                              CVSPRF.2
008500     02  WS-FIELD       PIC X(20) OCCURS 9 TIMES.                 CVSPRF.2
008501 01  WS-MOD-SERIES      PIC X(4) VALUE SPACE.                     CVSPRF.2
008502 01  WS-MOD-LEVEL       PIC X    VALUE SPACE.                     CVSPRF.2
008503     COPY CCVSMRT.                                                CVSPRF.2
008600 PROCEDURE DIVISION.                                              CVSPRF.2
008700 CCVSPRF-MAIN SECTION.                                            CVSPRF.2
008800 CCVSPRF-START.                                                   CVSPRF.2
008801     CALL     "CCVSMRL" USING WS-MR-REGISTRY.                     CVSPRF.2
008900     DISPLAY  "CCVSPRF: S=SELECT PROFILE, "                       CVSPRF.2
009000              "V=LEVEL-SCOPED VERDICT?".                          CVSPRF.2
009100     ACCEPT   WS-MODE.                                            CVSPRF.2
013400              MOVE "EXCLUDE=SG" TO PROFILE-INCLUDE-REC            CVSPRF.2
013500              WRITE PROFILE-INCLUDE-REC                           CVSPRF.2
013600     END-IF.                                                      CVSPRF.2
013610     IF       WS-WANT-CM = "Y"                                    CVSPRF.2
013620              MOVE "INCLUDE=CM" TO PROFILE-INCLUDE-REC            CVSPRF.2
013630              WRITE PROFILE-INCLUDE-REC                           CVSPRF.2
013640     ELSE                                                         CVSPRF.2
013650              MOVE "EXCLUDE=CM" TO PROFILE-INCLUDE-REC            CVSPRF.2
013660              WRITE PROFILE-INCLUDE-REC                           CVSPRF.2
013670     END-IF.                                                      CVSPRF.2
013700     CLOSE    PROFILE-INCLUDE-FILE.                               CVSPRF.2
013800     OPEN     OUTPUT PROFILE-SCOPE-FILE.                          CVSPRF.2
013900     MOVE     WS-PROFILE TO PROFILE-SCOPE-REC.                    CVSPRF.2
014500     EXIT.                                                        CVSPRF.2
014600 PARSE-PROFILE-NAME.                                              CVSPRF.2
014700     MOVE     SPACE TO WS-LEVEL.                                  CVSPRF.2
014800     MOVE     "N" TO WS-WANT-RW WS-WANT-SG WS-WANT-CM.            CVSPRF.2
014900     IF       WS-PROFILE (1:7) = "MINIMUM"                        CVSPRF.2
015000              MOVE "MINIMUM" TO WS-LEVEL.                         CVSPRF.2
015100     IF       WS-PROFILE (1:12) = "INTERMEDIATE"                  CVSPRF.2
016200     IF       WS-SCOPE-MODS > ZERO                                CVSPRF.2
016300              MOVE "Y" TO WS-WANT-SG.                             CVSPRF.2
016400     MOVE     ZERO TO WS-SCOPE-MODS.                              CVSPRF.2
016410     INSPECT  WS-PROFILE TALLYING WS-SCOPE-MODS                   CVSPRF.2
016420              FOR ALL "+CM".                                      CVSPRF.2
016430     IF       WS-SCOPE-MODS > ZERO                                CVSPRF.2
016440              MOVE "Y" TO WS-WANT-CM.                             CVSPRF.2
016450     MOVE     ZERO TO WS-SCOPE-MODS.                              CVSPRF.2
016500 WRITE-MINIMUM-INCLUDES.                                          CVSPRF.2
016600     MOVE     "INCLUDE=NC1" TO PROFILE-INCLUDE-REC.               CVSPRF.2
016700     WRITE    PROFILE-INCLUDE-REC.                                CVSPRF.2
020800               THRU JUDGE-SUMMARY-NEXT                            CVSPRF.2
020800               UNTIL WS-EOF-SWITCH = "Y".                         CVSPRF.2
020900     CLOSE    SUITE-SUMMARY-FILE.                                 CVSPRF.2
020910     PERFORM  LOAD-CM-COMPILE-STATUS                              CVSPRF.2
020920              THRU LOAD-CM-COMPILE-STATUS-EX.                     CVSPRF.2
021000     OPEN     OUTPUT VERDICT-FILE.                                CVSPRF.2
021100     MOVE     SPACE TO VERDICT-REC.                               CVSPRF.2
021200     STRING   "LEVEL-SCOPED VERDICT FOR PROFILE "                 CVSPRF.2
022300              WS-SCOPE-DELS DELIMITED BY SIZE                     CVSPRF.2
022400              INTO VERDICT-REC.                                   CVSPRF.2
022500     WRITE    VERDICT-REC.                                        CVSPRF.2
022510     PERFORM  WRITE-CM-VERDICT.                                   CVSPRF.2
022520     PERFORM  WRITE-XR-VERDICT.                                   CVSPRF.2
022600     MOVE     SPACE TO VERDICT-REC.                               CVSPRF.2
022700     IF       WS-SCOPE-FAILS = ZERO AND WS-SCOPE-DELS = ZERO      CVSPRF.2
022750              AND WS-XR-FAILS = ZERO                              CVSPRF.2
022800              AND WS-SCOPE-MODS > ZERO                            CVSPRF.2
022900              STRING "QUALIFIES AT " DELIMITED BY SIZE            CVSPRF.2
023000                  WS-LEVEL DELIMITED BY SIZE                      CVSPRF.2
025100                   WS-FIELD (7) WS-FIELD (8) WS-FIELD (9).        CVSPRF.2
025200     IF       WS-FIELD (1) = SPACE                                CVSPRF.2
025300              GO TO JUDGE-SUMMARY-NEXT.                           CVSPRF.2
025310     IF       WS-FIELD (1) (1:2) = "CM"                           CVSPRF.2
025320              PERFORM TALLY-CM-RESULT.                            CVSPRF.2
025400     PERFORM  JUDGE-MODULE-SCOPE.                                 CVSPRF.2
025500     IF       WS-IN-SCOPE NOT = "Y"                               CVSPRF.2
025600              GO TO JUDGE-SUMMARY-NEXT.                           CVSPRF.2
026400 JUDGE-SUMMARY-NEXT.                                              CVSPRF.2
026500     PERFORM  READ-SUMMARY-LINE.                                  CVSPRF.2
026600 JUDGE-MODULE-SCOPE.                                              CVSPRF.2
026601     MOVE     "N" TO WS-IN-SCOPE.                                 CVSPRF.2
026602     MOVE     "Y" TO WS-MOD-ACTIVE.                               CVSPRF.2
026603     MOVE     WS-FIELD (1) (1:2) TO WS-MOD-SERIES.                CVSPRF.2
026604     MOVE     WS-FIELD (1) (3:1) TO WS-MOD-LEVEL.                 CVSPRF.2
026605     IF       WS-MR-COUNT > ZERO                                  CVSPRF.2
026606              MOVE "N" TO WS-MOD-ACTIVE                           CVSPRF.2
026607              PERFORM MATCH-REGISTRY-ENTRY                        CVSPRF.2
026608                  VARYING WS-MR-SUB FROM 1 BY 1                   CVSPRF.2
026609                  UNTIL WS-MR-SUB > WS-MR-COUNT.                  CVSPRF.2
026610     EVALUATE TRUE                                                CVSPRF.2
026611         WHEN WS-MOD-ACTIVE NOT = "Y"                             CVSPRF.2
026612             CONTINUE                                             CVSPRF.2
026613         WHEN WS-MOD-SERIES = "RW"                                CVSPRF.2
026614             IF WS-WANT-RW = "Y"                                  CVSPRF.2
026615                 MOVE "Y" TO WS-IN-SCOPE                          CVSPRF.2
026616             END-IF                                               CVSPRF.2
026617         WHEN WS-MOD-SERIES = "SG"                                CVSPRF.2
026618             IF WS-WANT-SG = "Y"                                  CVSPRF.2
026619                 MOVE "Y" TO WS-IN-SCOPE                          CVSPRF.2
026620             END-IF                                               CVSPRF.2
026621         WHEN WS-MOD-SERIES = "CM"                                CVSPRF.2
026622             IF WS-WANT-CM = "Y"                                  CVSPRF.2
026623                 MOVE "Y" TO WS-IN-SCOPE                          CVSPRF.2
026624             END-IF                                               CVSPRF.2
026621         WHEN WS-LEVEL = "HIGH"                                   CVSPRF.2
026622             MOVE "Y" TO WS-IN-SCOPE                              CVSPRF.2
026623         WHEN WS-LEVEL = "MINIMUM"                                CVSPRF.2
026624             IF WS-MOD-LEVEL = "1"                                CVSPRF.2
026625                 AND (WS-MOD-SERIES = "NC"                        CVSPRF.2
026626                 OR "SQ" OR "IC" OR "SM" OR "ST")                 CVSPRF.2
026627                 MOVE "Y" TO WS-IN-SCOPE                          CVSPRF.2
026628             END-IF                                               CVSPRF.2
026629         WHEN WS-LEVEL = "INTERMEDIATE"                           CVSPRF.2
026630             IF WS-MOD-SERIES = "RL"                              CVSPRF.2
026631                 MOVE "Y" TO WS-IN-SCOPE                          CVSPRF.2
026632             END-IF                                               CVSPRF.2
026633             IF (WS-MOD-LEVEL = "1" OR "2")                       CVSPRF.2
026634                 AND (WS-MOD-SERIES = "NC"                        CVSPRF.2
026635                 OR "SQ" OR "IC" OR "SM" OR "ST")                 CVSPRF.2
026636                 MOVE "Y" TO WS-IN-SCOPE                          CVSPRF.2
026637             END-IF                                               CVSPRF.2
026638         WHEN OTHER                                               CVSPRF.2
026639             CONTINUE                                             CVSPRF.2
026640     END-EVALUATE.                                                CVSPRF.2
026641 MATCH-REGISTRY-ENTRY.                                            CVSPRF.2
026642     IF       WS-MR-MODULE (WS-MR-SUB) = WS-FIELD (1)             CVSPRF.2
026643              AND WS-MR-STATUS (WS-MR-SUB) = "A"                  CVSPRF.2
026644              MOVE "Y" TO WS-MOD-ACTIVE                           CVSPRF.2
026645              MOVE WS-MR-SERIES (WS-MR-SUB) TO WS-MOD-SERIES      CVSPRF.2
026646              MOVE WS-MR-LEVEL (WS-MR-SUB) TO WS-MOD-LEVEL.       CVSPRF.2
026650 TALLY-CM-RESULT.                                                 CVSPRF.2
026651     MOVE     "Y" TO WS-CM-RUN.                                   CVSPRF.2
026652     IF       WS-FIELD (6) (1:3) IS NUMERIC                       CVSPRF.2
026653              MOVE WS-FIELD (6) (1:3) TO WS-CM-COUNT              CVSPRF.2
026653              ADD WS-CM-COUNT TO WS-CM-PASSES.                    CVSPRF.2
026654     IF       WS-FIELD (7) (1:3) IS NUMERIC                       CVSPRF.2
026655              MOVE WS-FIELD (7) (1:3) TO WS-CM-COUNT              CVSPRF.2
026655              ADD WS-CM-COUNT TO WS-CM-FAILS.                     CVSPRF.2
026656     IF       WS-FIELD (8) (1:3) IS NUMERIC                       CVSPRF.2
026657              MOVE WS-FIELD (8) (1:3) TO WS-CM-COUNT              CVSPRF.2
026657              ADD WS-CM-COUNT TO WS-CM-DELS.                      CVSPRF.2
026660 LOAD-CM-COMPILE-STATUS.                                          CVSPRF.2
026661     OPEN     INPUT COMPILE-DIAG-FILE.                            CVSPRF.2
026662     IF       WS-CD-FSTATUS NOT = "00"                            CVSPRF.2
026663              GO TO LOAD-CM-COMPILE-STATUS-EX.                    CVSPRF.2
026664     MOVE     "N" TO WS-EOF-SWITCH.                               CVSPRF.2
026665     PERFORM  READ-CD-LINE.                                       CVSPRF.2
026666     PERFORM  NOTE-CM-COMPILE-LINE UNTIL WS-EOF-SWITCH = "Y".     CVSPRF.2
026667     CLOSE    COMPILE-DIAG-FILE.                                  CVSPRF.2
026668 LOAD-CM-COMPILE-STATUS-EX.                                       CVSPRF.2
026669     EXIT.                                                        CVSPRF.2
026670 READ-CD-LINE.                                                    CVSPRF.2
026671     READ     COMPILE-DIAG-FILE INTO WS-WORK-REC                  CVSPRF.2
026672              AT END MOVE "Y" TO WS-EOF-SWITCH.                   CVSPRF.2
026673 NOTE-CM-COMPILE-LINE.                                            CVSPRF.2
026674*    THE LAST COMPILE OF A CM MODULE DECIDES: A NON-ZERO RETURN   CVSPRF.2
026675*    CODE IN THE THIRD FIELD MEANS THE CD ENTRY WAS REJECTED.     CVSPRF.2
026676     MOVE     SPACES TO WS-FIELD-TABLE.                           CVSPRF.2
026677     UNSTRING WS-WORK-REC DELIMITED BY ","                        CVSPRF.2
026678              INTO WS-FIELD (1) WS-FIELD (2) WS-FIELD (3)         CVSPRF.2
026678                   WS-FIELD (4).                                  CVSPRF.2
026679     IF       WS-FIELD (1) (1:2) = "CM"                           CVSPRF.2
026680              MOVE "N" TO WS-CM-REJECTED                          CVSPRF.2
026681              IF WS-FIELD (3) NOT = SPACE                         CVSPRF.2
026682                 AND WS-FIELD (3) (1:1) NOT = "0"                 CVSPRF.2
026683                 MOVE "Y" TO WS-CM-REJECTED                       CVSPRF.2
026684              END-IF                                              CVSPRF.2
026685     END-IF.                                                      CVSPRF.2
026685     IF       WS-FIELD (1) (1:2) = "XR"                           CVSPRF.2
026685              PERFORM NOTE-XR-COMPILE-LINE.                       CVSPRF.2
026686     PERFORM  READ-CD-LINE.                                       CVSPRF.2
026687 NOTE-XR-COMPILE-LINE.                                            CVSPRF.2
026687*    KEEP ONLY THE LATEST VERDICT PER MUST-REJECT SOURCE.         CVSPRF.2
026688     PERFORM  FIND-XR-ENTRY                                       CVSPRF.2
026688              VARYING WS-XR-SUB FROM 1 BY 1                       CVSPRF.2
026688              UNTIL WS-XR-SUB > WS-XR-COUNT                       CVSPRF.2
026688              OR WS-XR-NAME (WS-XR-SUB) = WS-FIELD (1) (1:8).     CVSPRF.2
026689     IF       WS-XR-SUB > WS-XR-COUNT                             CVSPRF.2
026689              AND WS-XR-COUNT < 50                                CVSPRF.2
026689              ADD 1 TO WS-XR-COUNT                                CVSPRF.2
026689              MOVE WS-FIELD (1) (1:8) TO WS-XR-NAME (WS-XR-SUB).  CVSPRF.2
026689     IF       WS-XR-SUB NOT > WS-XR-COUNT                         CVSPRF.2
026689              MOVE WS-FIELD (4) (1:9)                             CVSPRF.2
026689                  TO WS-XR-VERDICT (WS-XR-SUB).                   CVSPRF.2
026689 FIND-XR-ENTRY.                                                   CVSPRF.2
026689     CONTINUE.                                                    CVSPRF.2
026689 COUNT-XR-FAILURE.                                                CVSPRF.2
026689     IF       WS-XR-VERDICT (WS-XR-SUB) NOT = "REJECTED"          CVSPRF.2
026689              AND WS-XR-VERDICT (WS-XR-SUB) NOT = "DIAGNOSED"     CVSPRF.2
026689              ADD 1 TO WS-XR-FAILS.                               CVSPRF.2
026689 WRITE-XR-VERDICT.                                                CVSPRF.2
026689     MOVE     ZERO TO WS-XR-FAILS.                                CVSPRF.2
026689     PERFORM  COUNT-XR-FAILURE                                    CVSPRF.2
026689              VARYING WS-XR-SUB FROM 1 BY 1                       CVSPRF.2
026689              UNTIL WS-XR-SUB > WS-XR-COUNT.                      CVSPRF.2
026689     MOVE     SPACE TO VERDICT-REC.                               CVSPRF.2
026689     IF       WS-XR-COUNT = ZERO                                  CVSPRF.2
026689              MOVE "MUST-REJECT (XR): NOT RUN" TO VERDICT-REC     CVSPRF.2
026689     ELSE                                                         CVSPRF.2
026689              STRING "MUST-REJECT (XR): SOURCES "                 CVSPRF.2
026689                  DELIMITED BY SIZE                               CVSPRF.2
026689                  WS-XR-COUNT DELIMITED BY SIZE                   CVSPRF.2
026689                  "  ACCEPTED OR MISPLACED "                      CVSPRF.2
026689                  DELIMITED BY SIZE                               CVSPRF.2
026689                  WS-XR-FAILS DELIMITED BY SIZE                   CVSPRF.2
026689                  INTO VERDICT-REC.                               CVSPRF.2
026689     WRITE    VERDICT-REC.                                        CVSPRF.2
026689     DISPLAY  "CCVSPRF: " VERDICT-REC (1:72).                     CVSPRF.2
026690 WRITE-CM-VERDICT.                                                CVSPRF.2
026691     MOVE     SPACE TO VERDICT-REC.                               CVSPRF.2
026692     EVALUATE TRUE                                                CVSPRF.2
026693         WHEN WS-CM-REJECTED = "Y"                                CVSPRF.2
026694             STRING "COMMUNICATION (CM): NOT SUPPORTED -- "       CVSPRF.2
026695                 "CD ENTRY REJECTED AT COMPILE"                   CVSPRF.2
026696                 DELIMITED BY SIZE INTO VERDICT-REC               CVSPRF.2
026697         WHEN WS-CM-RUN NOT = "Y"                                 CVSPRF.2
026698             MOVE "COMMUNICATION (CM): NOT RUN" TO VERDICT-REC    CVSPRF.2
026699         WHEN WS-CM-PASSES = ZERO AND WS-CM-FAILS = ZERO          CVSPRF.2
026700              AND WS-CM-DELS > ZERO                               CVSPRF.2
026701             STRING "COMMUNICATION (CM): NOT SUPPORTED -- "       CVSPRF.2
026702                 "NO MESSAGE CONTROL SYSTEM AT RUN TIME"          CVSPRF.2
026703                 DELIMITED BY SIZE INTO VERDICT-REC               CVSPRF.2
026704         WHEN WS-CM-FAILS = ZERO AND WS-CM-DELS = ZERO            CVSPRF.2
026705             MOVE "COMMUNICATION (CM): SUPPORTED" TO VERDICT-REC  CVSPRF.2
026706         WHEN OTHER                                               CVSPRF.2
026707             STRING "COMMUNICATION (CM): SUPPORTED WITH "         CVSPRF.2
026708                 "FAILURES -- FAIL " DELIMITED BY SIZE            CVSPRF.2
026709                 WS-CM-FAILS DELIMITED BY SIZE                    CVSPRF.2
026710                 "  DELETE " DELIMITED BY SIZE                    CVSPRF.2
026711                 WS-CM-DELS DELIMITED BY SIZE                     CVSPRF.2
026712                 INTO VERDICT-REC                                 CVSPRF.2
026713     END-EVALUATE.                                                CVSPRF.2
026714     WRITE    VERDICT-REC.                                        CVSPRF.2
026715     DISPLAY  "CCVSPRF: " VERDICT-REC (1:72).                     CVSPRF.2
