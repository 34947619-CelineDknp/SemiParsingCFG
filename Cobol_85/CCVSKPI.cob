000100 IDENTIFICATION DIVISION.                                         CVSKPI.2
000200 PROGRAM-ID.                                                      CVSKPI.2
000300     CCVSKPI.                                                     CVSKPI.2
000400****************************************************************  CVSKPI.2
000500*                                                              *  CVSKPI.2
000600*    QUALIFICATION TURNAROUND KPI REPORT.                      *  CVSKPI.2
000700*                                                              *  CVSKPI.2
000800*    HOW LONG A VENDOR DROP TAKES TO REACH SIGN-OFF IS         *  CVSKPI.2
000900*    MEASURED, BUT THE TIMESTAMPS SAT IN DIFFERENT PLACES AND  *  CVSKPI.2
001000*    SOME WERE NEVER KEPT AT ALL, SO EVERY DELAY WAS ARGUED    *  CVSKPI.2
001100*    ABOUT.  THIS PROGRAM KEEPS THE MISSING ONES IN            *  CVSKPI.2
001200*    "turnaround.dat", ONE STAMP PER MILESTONE:                *  CVSKPI.2
001300*                                                              *  CVSKPI.2
001400*        BUILD|STAGE|DATE|TIME|RUN-ID                          *  CVSKPI.2
001500*                                                              *  CVSKPI.2
001600*        ARRIVED   THE DROP IS IN (OPERATOR, MODE A)           *  CVSKPI.2
001700*        APPROVED  THE RUN APPROVAL IS RECORDED (CCVSAPV)      *  CVSKPI.2
001800*        CLOSED    THE CLOSE-OUT JOB COMPLETES (CCVSCLO)       *  CVSKPI.2
001900*        VERDICT   THE POLICY VERDICT IS RENDERED (CCVSPOL)    *  CVSKPI.2
002000*        SIGNED    THE COVER SHEET IS SIGNED (CCVSDRV)         *  CVSKPI.2
002100*                                                              *  CVSKPI.2
002200*    A STAMP WITH NO BUILD IS FOR THE CURRENT RUN: THE BUILD   *  CVSKPI.2
002300*    IS THE ONE NAMED IN approval_stamp.dat, OR FAILING THAT   *  CVSKPI.2
002400*    THE BUILD-ID IN suite_summary.csv, AND THE RUN-ID IS THE  *  CVSKPI.2
002500*    LATEST AUDIT-JOURNAL SEQUENCE.  RUN START AND END ARE     *  CVSKPI.2
002600*    NOT STAMPED -- THEY ARE THE BEG AND END RECORDS ALREADY   *  CVSKPI.2
002700*    IN audit_journal.dat FOR EVERY RUN A STAMP (OR THE RUN'S  *  CVSKPI.2
002800*    APR RECORD) TIES TO THE BUILD.                            *  CVSKPI.2
002900*                                                              *  CVSKPI.2
003000*    PER BUILD THE STAGES ARE THE GAPS BETWEEN CONSECUTIVE     *  CVSKPI.2
003100*    MILESTONES:                                               *  CVSKPI.2
003200*        WAITING FOR APPROVAL  ARRIVED TO APPROVED (EARLIEST)  *  CVSKPI.2
003300*        WAITING FOR A WINDOW  APPROVED TO FIRST RUN START     *  CVSKPI.2
003400*        RUNNING               FIRST RUN START TO LAST RUN END *  CVSKPI.2
003500*        ANALYSIS              LAST RUN END TO THE LATER OF    *  CVSKPI.2
003600*                              CLOSED AND VERDICT (LATEST)     *  CVSKPI.2
003700*        SIGN-OFF              ANALYSIS DONE TO SIGNED (LATEST)*  CVSKPI.2
003800*    A STAGE WHOSE END OR START IS NOT ON FILE PRINTS AS N/A;  *  CVSKPI.2
003900*    A MILESTONE REACHED BEFORE ITS PREDECESSOR (THE DRIVER    *  CVSKPI.2
004000*    SIGNS THE COVER SHEET BEFORE THE CLOSE-OUT) COUNTS AS     *  CVSKPI.2
004100*    ZERO.  THE TOTAL RUNS FROM ARRIVAL TO THE LAST MILESTONE  *  CVSKPI.2
004200*    ON FILE.  ALL FIGURES ARE IN HOURS.                       *  CVSKPI.2
004300*                                                              *  CVSKPI.2
004400*    MODES (ACCEPTED FROM THE CONSOLE):                        *  CVSKPI.2
004500*        A  RECORD A BUILD ARRIVAL (THE BUILD IS PROMPTED FOR),*  CVSKPI.2
004600*        S  STAMP A MILESTONE (STAGE, THEN BUILD, ARE READ     *  CVSKPI.2
004700*           FROM THE CONSOLE -- HOW THE OTHER PROGRAMS CALL    *  CVSKPI.2
004800*           IT),                                               *  CVSKPI.2
004900*        R  REPORT: turnaround_kpi.rpt, ONE LINE PER BUILD,    *  CVSKPI.2
005000*           THEN THE MONTHLY AVERAGES (BY THE MONTH OF THE     *  CVSKPI.2
005100*           BUILD'S FIRST MILESTONE) AND THE FIVE SLOWEST      *  CVSKPI.2
005200*           BUILDS BY TOTAL TURNAROUND.                        *  CVSKPI.2
005300*    RETURN-CODE 8 ON A BAD STAMP, 4 IF A STAMP'S BUILD        *  CVSKPI.2
005400*    CANNOT BE DETERMINED.                                     *  CVSKPI.2
005500*                                                              *  CVSKPI.2
005600****************************************************************  CVSKPI.2
005700 ENVIRONMENT DIVISION.                                            CVSKPI.2
005800 CONFIGURATION SECTION.                                           CVSKPI.2
005900 SOURCE-COMPUTER.                                                 CVSKPI.2
006000     COPY CCVSTRG.                                                CVSKPI.2
006100 OBJECT-COMPUTER.                                                 CVSKPI.2
006200     COPY CCVSTRG.                                                CVSKPI.2
006300 INPUT-OUTPUT SECTION.                                            CVSKPI.2
006400 FILE-CONTROL.                                                    CVSKPI.2
006500     SELECT   TURNAROUND-FILE ASSIGN TO                           CVSKPI.2
006600     "turnaround.dat"                                             CVSKPI.2
006700     ORGANIZATION LINE SEQUENTIAL                                 CVSKPI.2
006800     FILE STATUS IS WS-TA-FSTATUS.                                CVSKPI.2
006900     SELECT   AUDIT-JOURNAL-FILE ASSIGN TO                        CVSKPI.2
007000     "audit_journal.dat"                                          CVSKPI.2
007100     ORGANIZATION LINE SEQUENTIAL                                 CVSKPI.2
007200     FILE STATUS IS WS-AJ-FSTATUS.                                CVSKPI.2
007300     SELECT   STAMP-FILE ASSIGN TO                                CVSKPI.2
007400     "approval_stamp.dat"                                         CVSKPI.2
007500     ORGANIZATION LINE SEQUENTIAL                                 CVSKPI.2
007600     FILE STATUS IS WS-ST-FSTATUS.                                CVSKPI.2
007700     SELECT   SUITE-SUMMARY-FILE ASSIGN TO                        CVSKPI.2
007800     "suite_summary.csv"                                          CVSKPI.2
007900     FILE STATUS IS WS-SS-FSTATUS.                                CVSKPI.2
008000     SELECT   KPI-REPORT-FILE ASSIGN TO                           CVSKPI.2
008100     "turnaround_kpi.rpt"                                         CVSKPI.2
008200     ORGANIZATION LINE SEQUENTIAL                                 CVSKPI.2
008300     FILE STATUS IS WS-RP-FSTATUS.                                CVSKPI.2
008400 DATA DIVISION.                                                   CVSKPI.2
008500 FILE SECTION.                                                    CVSKPI.2
008600 FD  TURNAROUND-FILE.                                             CVSKPI.2
008700 01  TURNAROUND-REC PIC X(100).                                   CVSKPI.2
008800 FD  AUDIT-JOURNAL-FILE.                                          CVSKPI.2
008900 01  AUDIT-JOURNAL-REC PIC X(100).                                CVSKPI.2
009000 FD  STAMP-FILE.                                                  CVSKPI.2
009100 01  STAMP-REC PIC X(120).                                        CVSKPI.2
009200 FD  SUITE-SUMMARY-FILE.                                          CVSKPI.2
009300 01  SUITE-SUMMARY-REC PIC X(80).                                 CVSKPI.2
009400 FD  KPI-REPORT-FILE.                                             CVSKPI.2
009500 01  KPI-REPORT-REC PIC X(80).                                    CVSKPI.2
009600 WORKING-STORAGE SECTION.                                         CVSKPI.2
009700 77  WS-TA-FSTATUS  PIC XX VALUE SPACE.                           CVSKPI.2
009800 77  WS-AJ-FSTATUS  PIC XX VALUE SPACE.                           CVSKPI.2
009900 77  WS-ST-FSTATUS  PIC XX VALUE SPACE.                           CVSKPI.2
010000 77  WS-SS-FSTATUS  PIC XX VALUE SPACE.                           CVSKPI.2
010100 77  WS-RP-FSTATUS  PIC XX VALUE SPACE.                           CVSKPI.2
010200 77  WS-MODE        PIC X  VALUE SPACE.                           CVSKPI.2
010300 77  WS-EOF-SWITCH  PIC X  VALUE "N".                             CVSKPI.2
010400 77  WS-BT-COUNT    PIC 9(3) COMP VALUE ZERO.                     CVSKPI.2
010500 77  WS-RT-COUNT    PIC 9(3) COMP VALUE ZERO.                     CVSKPI.2
010600 77  WS-MT-COUNT    PIC 9(3) COMP VALUE ZERO.                     CVSKPI.2
010700 77  WS-SUB         PIC 9(3) COMP VALUE ZERO.                     CVSKPI.2
010800 77  WS-SUB2        PIC 9(3) COMP VALUE ZERO.                     CVSKPI.2
010900 77  WS-STG         PIC 9(3) COMP VALUE ZERO.                     CVSKPI.2
011000 77  WS-FOUND       PIC 9(3) COMP VALUE ZERO.                     CVSKPI.2
011100 77  WS-RANK        PIC 9(3) COMP VALUE ZERO.                     CVSKPI.2
011200 77  WS-BEST        PIC 9(3) COMP VALUE ZERO.                     CVSKPI.2
011300 77  WS-CUR-RUN     PIC 9(4) VALUE ZERO.                          CVSKPI.2
011400 77  WS-SECS        PIC 9(11) VALUE ZERO.                         CVSKPI.2
011500 77  WS-FROM-SECS   PIC 9(11) VALUE ZERO.                         CVSKPI.2
011600 77  WS-GAP         PIC S9(11) VALUE ZERO.                        CVSKPI.2
011700 77  WS-HOURS       PIC 9(5)V9 VALUE ZERO.                        CVSKPI.2
011800 01  WS-STAGE       PIC X(10) VALUE SPACE.                        CVSKPI.2
011900 01  WS-IN-BUILD    PIC X(16) VALUE SPACE.                        CVSKPI.2
012000 01  WS-LOOK-BUILD  PIC X(16) VALUE SPACE.                        CVSKPI.2
012100 01  WS-JUNK        PIC X(90) VALUE SPACE.                        CVSKPI.2
012200 01  WS-REST        PIC X(90) VALUE SPACE.                        CVSKPI.2
012300 01  WS-WORK-REC    PIC X(100) VALUE SPACE.                       CVSKPI.2
012400 01  WS-STAMP-DATE  PIC 9(8) VALUE ZERO.                          CVSKPI.2
012500 01  WS-STAMP-TIME  PIC 9(8) VALUE ZERO.                          CVSKPI.2
012600 01  WS-CALC-DATE   PIC 9(8) VALUE ZERO.                          CVSKPI.2
012700 01  WS-CALC-TIME   PIC X(6) VALUE SPACE.                         CVSKPI.2
012800 01  WS-CALC-TIME-N REDEFINES WS-CALC-TIME.                       CVSKPI.2
012900     02  WS-CT-HH   PIC 99.                                       CVSKPI.2
013000     02  WS-CT-MM   PIC 99.                                       CVSKPI.2
013100     02  WS-CT-SS   PIC 99.                                       CVSKPI.2
013200 01  WS-FIELD-TABLE.                                              CVSKPI.2
013300     02  WS-FIELD   PIC X(20) OCCURS 5 TIMES.                     CVSKPI.2
013400*    MILESTONES PER BUILD: 1 ARRIVED, 2 APPROVED, 3 FIRST RUN     CVSKPI.2
013500*    START, 4 LAST RUN END, 5 ANALYSIS DONE, 6 SIGNED.  GAP 1-5   CVSKPI.2
013600*    IS THE STAGE FROM MILESTONE N TO N+1, GAP 6 THE TOTAL.       CVSKPI.2
013700 01  WS-BT-TABLE.                                                 CVSKPI.2
013800     02  WS-BT-ENTRY OCCURS 100 TIMES.                            CVSKPI.2
013900         03  WS-BT-BUILD    PIC X(16).                            CVSKPI.2
014000         03  WS-BT-MONTH    PIC X(6).                             CVSKPI.2
014100         03  WS-BT-FIRST    PIC X(8).                             CVSKPI.2
014200         03  WS-BT-TAKEN    PIC X.                                CVSKPI.2
014300         03  WS-BT-MS       PIC 9(11) OCCURS 6 TIMES.             CVSKPI.2
014400         03  WS-BT-GAP      PIC 9(11) OCCURS 6 TIMES.             CVSKPI.2
014500         03  WS-BT-MEAS     PIC X OCCURS 6 TIMES.                 CVSKPI.2
014600 01  WS-RT-TABLE.                                                 CVSKPI.2
014700     02  WS-RT-ENTRY OCCURS 500 TIMES.                            CVSKPI.2
014800         03  WS-RT-SEQ      PIC 9(4).                             CVSKPI.2
014900         03  WS-RT-BEG      PIC 9(11).                            CVSKPI.2
015000         03  WS-RT-END      PIC 9(11).                            CVSKPI.2
015100         03  WS-RT-BUILD    PIC X(16).                            CVSKPI.2
015200 01  WS-MT-TABLE.                                                 CVSKPI.2
015300     02  WS-MT-ENTRY OCCURS 60 TIMES.                             CVSKPI.2
015400         03  WS-MT-MONTH    PIC X(6).                             CVSKPI.2
015500         03  WS-MT-BUILDS   PIC 9(3).                             CVSKPI.2
015600         03  WS-MT-SUM      PIC 9(13) OCCURS 6 TIMES.             CVSKPI.2
015700         03  WS-MT-N        PIC 9(3) OCCURS 6 TIMES.              CVSKPI.2
015800 01  WS-HEAD-LINE.                                                CVSKPI.2
015900     02  FILLER PIC X(25) VALUE "BUILD            ARRIVED ".      CVSKPI.2
016000     02  FILLER PIC X(27) VALUE                                   CVSKPI.2
016100         " APPROVAL   WINDOW  RUNNING".                           CVSKPI.2
016200     02  FILLER PIC X(27) VALUE                                   CVSKPI.2
016300         " ANALYSIS SIGN-OFF    TOTAL".                           CVSKPI.2
016400 01  WS-DETAIL-LINE.                                              CVSKPI.2
016500     02  WS-DL-BUILD     PIC X(16).                               CVSKPI.2
016600     02  FILLER          PIC X.                                   CVSKPI.2
016700     02  WS-DL-ARRIVED   PIC X(8).                                CVSKPI.2
016800     02  WS-DL-COL OCCURS 6 TIMES.                                CVSKPI.2
016900         03  FILLER      PIC XX.                                  CVSKPI.2
017000         03  WS-DL-HOURS PIC ZZZZ9.9.                             CVSKPI.2
017100         03  WS-DL-TEXT REDEFINES WS-DL-HOURS PIC X(7).           CVSKPI.2
017200 01  WS-MONTH-LABEL.                                              CVSKPI.2
017300     02  WS-ML-MONTH     PIC X(6).                                CVSKPI.2
017400     02  FILLER          PIC X VALUE SPACE.                       CVSKPI.2
017500     02  WS-ML-BUILDS    PIC ZZ9.                                 CVSKPI.2
017600     02  FILLER          PIC X(6) VALUE " BLDS ".                 CVSKPI.2
017700 01  WS-RANK-LABEL.                                               CVSKPI.2
017800     02  WS-RL-RANK      PIC 9.                                   CVSKPI.2
017900     02  FILLER          PIC X VALUE ".".                         CVSKPI.2
018000     02  WS-RL-BUILD     PIC X(14).                               CVSKPI.2
018100 PROCEDURE DIVISION.                                              CVSKPI.2
018200 CCVSKPI-MAIN SECTION.                                            CVSKPI.2
018300 CCVSKPI-START.                                                   CVSKPI.2
018400     DISPLAY  "CCVSKPI: A=BUILD ARRIVED, S=STAMP, R=REPORT?".     CVSKPI.2
018500     ACCEPT   WS-MODE.                                            CVSKPI.2
018600     EVALUATE WS-MODE                                             CVSKPI.2
018700         WHEN "A"                                                 CVSKPI.2
018800         WHEN "a"                                                 CVSKPI.2
018900             MOVE "ARRIVED" TO WS-STAGE                           CVSKPI.2
019000             DISPLAY "CCVSKPI: BUILD IDENTIFIER?"                 CVSKPI.2
019100             ACCEPT WS-IN-BUILD                                   CVSKPI.2
019200             IF WS-IN-BUILD = SPACE                               CVSKPI.2
019300                 DISPLAY "CCVSKPI: A BUILD IDENTIFIER IS REQUIRED"CVSKPI.2
019400                 MOVE 8 TO RETURN-CODE                            CVSKPI.2
019500             ELSE                                                 CVSKPI.2
019600                 PERFORM RECORD-STAMP THRU RECORD-STAMP-EX        CVSKPI.2
019700             END-IF                                               CVSKPI.2
019800         WHEN "S"                                                 CVSKPI.2
019900         WHEN "s"                                                 CVSKPI.2
020000             ACCEPT WS-STAGE                                      CVSKPI.2
020100             ACCEPT WS-IN-BUILD                                   CVSKPI.2
020200             PERFORM RECORD-STAMP THRU RECORD-STAMP-EX            CVSKPI.2
020300         WHEN "R"                                                 CVSKPI.2
020400         WHEN "r"                                                 CVSKPI.2
020500             PERFORM PRODUCE-REPORT                               CVSKPI.2
020600         WHEN OTHER                                               CVSKPI.2
020700             DISPLAY "CCVSKPI: NO SUCH MODE"                      CVSKPI.2
020800             MOVE 8 TO RETURN-CODE                                CVSKPI.2
020900     END-EVALUATE.                                                CVSKPI.2
021000     STOP     RUN.                                                CVSKPI.2
021100****************************************************************  CVSKPI.2
021200*    A / S -- APPEND ONE MILESTONE STAMP.                      *  CVSKPI.2
021300****************************************************************  CVSKPI.2
021400 RECORD-STAMP.                                                    CVSKPI.2
021500     IF       WS-STAGE NOT = "ARRIVED" AND NOT = "APPROVED"       CVSKPI.2
021600              AND NOT = "CLOSED" AND NOT = "VERDICT"              CVSKPI.2
021700              AND NOT = "SIGNED"                                  CVSKPI.2
021800              DISPLAY "CCVSKPI: NO SUCH STAGE " WS-STAGE          CVSKPI.2
021900              MOVE 8 TO RETURN-CODE                               CVSKPI.2
022000              GO TO RECORD-STAMP-EX.                              CVSKPI.2
022100     MOVE     ZERO TO WS-CUR-RUN.                                 CVSKPI.2
022200     IF       WS-STAGE NOT = "ARRIVED" AND NOT = "APPROVED"       CVSKPI.2
022300              PERFORM FIND-CURRENT-RUN THRU FIND-CURRENT-RUN-EX.  CVSKPI.2
022400     IF       WS-IN-BUILD = SPACE                                 CVSKPI.2
022500              PERFORM RESOLVE-CURRENT-BUILD                       CVSKPI.2
022600                  THRU RESOLVE-CURRENT-BUILD-EX.                  CVSKPI.2
022700     IF       WS-IN-BUILD = SPACE                                 CVSKPI.2
022800              DISPLAY "CCVSKPI: BUILD NOT KNOWN -- " WS-STAGE     CVSKPI.2
022900                  " NOT STAMPED"                                  CVSKPI.2
023000              MOVE 4 TO RETURN-CODE                               CVSKPI.2
023100              GO TO RECORD-STAMP-EX.                              CVSKPI.2
023200     ACCEPT   WS-STAMP-DATE FROM DATE YYYYMMDD.                   CVSKPI.2
023300     ACCEPT   WS-STAMP-TIME FROM TIME.                            CVSKPI.2
023400     OPEN     EXTEND TURNAROUND-FILE.                             CVSKPI.2
023500     IF       WS-TA-FSTATUS = "35"                                CVSKPI.2
023600              OPEN OUTPUT TURNAROUND-FILE.                        CVSKPI.2
023700     MOVE     SPACE TO TURNAROUND-REC.                            CVSKPI.2
023800     STRING   WS-IN-BUILD DELIMITED BY SPACE                      CVSKPI.2
023900              "|" DELIMITED BY SIZE                               CVSKPI.2
024000              WS-STAGE DELIMITED BY SPACE                         CVSKPI.2
024100              "|" DELIMITED BY SIZE                               CVSKPI.2
024200              WS-STAMP-DATE DELIMITED BY SIZE                     CVSKPI.2
024300              "|" DELIMITED BY SIZE                               CVSKPI.2
024400              WS-STAMP-TIME (1:6) DELIMITED BY SIZE               CVSKPI.2
024500              "|" DELIMITED BY SIZE                               CVSKPI.2
024600              WS-CUR-RUN DELIMITED BY SIZE                        CVSKPI.2
024700              INTO TURNAROUND-REC.                                CVSKPI.2
024800     WRITE    TURNAROUND-REC.                                     CVSKPI.2
024900     CLOSE    TURNAROUND-FILE.                                    CVSKPI.2
025000     DISPLAY  "CCVSKPI: " WS-STAGE " STAMPED FOR BUILD "          CVSKPI.2
025100              WS-IN-BUILD.                                        CVSKPI.2
025200 RECORD-STAMP-EX.                                                 CVSKPI.2
025300     EXIT.                                                        CVSKPI.2
025400 FIND-CURRENT-RUN.                                                CVSKPI.2
025500     OPEN     INPUT AUDIT-JOURNAL-FILE.                           CVSKPI.2
025600     IF       WS-AJ-FSTATUS NOT = "00"                            CVSKPI.2
025700              GO TO FIND-CURRENT-RUN-EX.                          CVSKPI.2
025800     MOVE     "N" TO WS-EOF-SWITCH.                               CVSKPI.2
025900     PERFORM  READ-JOURNAL-LINE.                                  CVSKPI.2
026000     PERFORM  TRACK-CURRENT-RUN                                   CVSKPI.2
026100              UNTIL WS-EOF-SWITCH = "Y".                          CVSKPI.2
026200     CLOSE    AUDIT-JOURNAL-FILE.                                 CVSKPI.2
026300 FIND-CURRENT-RUN-EX.                                             CVSKPI.2
026400     EXIT.                                                        CVSKPI.2
026500 READ-JOURNAL-LINE.                                               CVSKPI.2
026600     READ     AUDIT-JOURNAL-FILE                                  CVSKPI.2
026700              AT END MOVE "Y" TO WS-EOF-SWITCH.                   CVSKPI.2
026800 TRACK-CURRENT-RUN.                                               CVSKPI.2
026900     IF       AUDIT-JOURNAL-REC (1:4) IS NUMERIC                  CVSKPI.2
027000              AND AUDIT-JOURNAL-REC (6:3) = "BEG"                 CVSKPI.2
027100              MOVE AUDIT-JOURNAL-REC (1:4) TO WS-CUR-RUN.         CVSKPI.2
027200     PERFORM  READ-JOURNAL-LINE.                                  CVSKPI.2
027300*    AN APPROVED RUN IS KNOWN BY THE BUILD ITS APPROVAL NAMES;    CVSKPI.2
027400*    AN UNOFFICIAL ONE BY THE BUILD-ID ITS MODULES REPORTED.      CVSKPI.2
027500 RESOLVE-CURRENT-BUILD.                                           CVSKPI.2
027600     OPEN     INPUT STAMP-FILE.                                   CVSKPI.2
027700     IF       WS-ST-FSTATUS = "00"                                CVSKPI.2
027800              MOVE SPACE TO STAMP-REC                             CVSKPI.2
027900              READ STAMP-FILE                                     CVSKPI.2
028000                  AT END MOVE SPACE TO STAMP-REC                  CVSKPI.2
028100              END-READ                                            CVSKPI.2
028200              CLOSE STAMP-FILE                                    CVSKPI.2
028300              IF STAMP-REC (1:12) = "APPROVED RUN"                CVSKPI.2
028400                  MOVE STAMP-REC (1:90) TO WS-WORK-REC            CVSKPI.2
028500                  PERFORM EXTRACT-APPROVED-BUILD                  CVSKPI.2
028600                  MOVE WS-LOOK-BUILD TO WS-IN-BUILD               CVSKPI.2
028700              END-IF                                              CVSKPI.2
028800     END-IF.                                                      CVSKPI.2
028900     IF       WS-IN-BUILD NOT = SPACE                             CVSKPI.2
029000              GO TO RESOLVE-CURRENT-BUILD-EX.                     CVSKPI.2
029100     OPEN     INPUT SUITE-SUMMARY-FILE.                           CVSKPI.2
029200     IF       WS-SS-FSTATUS NOT = "00"                            CVSKPI.2
029300              GO TO RESOLVE-CURRENT-BUILD-EX.                     CVSKPI.2
029400     MOVE     SPACE TO SUITE-SUMMARY-REC.                         CVSKPI.2
029500     READ     SUITE-SUMMARY-FILE                                  CVSKPI.2
029600              AT END MOVE SPACE TO SUITE-SUMMARY-REC.             CVSKPI.2
029700     CLOSE    SUITE-SUMMARY-FILE.                                 CVSKPI.2
029800     MOVE     SPACES TO WS-FIELD-TABLE.                           CVSKPI.2
029900     UNSTRING SUITE-SUMMARY-REC DELIMITED BY ","                  CVSKPI.2
030000              INTO WS-FIELD (1) WS-FIELD (2).                     CVSKPI.2
030100     IF       WS-FIELD (2) NOT = "WATCHDOG"                       CVSKPI.2
030200              MOVE WS-FIELD (2) (1:16) TO WS-IN-BUILD.            CVSKPI.2
030300 RESOLVE-CURRENT-BUILD-EX.                                        CVSKPI.2
030400     EXIT.                                                        CVSKPI.2
030500 EXTRACT-APPROVED-BUILD.                                          CVSKPI.2
030600     MOVE     SPACE TO WS-JUNK WS-REST WS-LOOK-BUILD.             CVSKPI.2
030700     UNSTRING WS-WORK-REC DELIMITED BY " BUILD "                  CVSKPI.2
030800              INTO WS-JUNK WS-REST.                               CVSKPI.2
030900     UNSTRING WS-REST DELIMITED BY SPACE                          CVSKPI.2
031000              INTO WS-LOOK-BUILD.                                 CVSKPI.2
031100****************************************************************  CVSKPI.2
031200*    R -- JOIN THE STAMPS AND THE JOURNAL, ONE ROW PER BUILD.  *  CVSKPI.2
031300****************************************************************  CVSKPI.2
031400 PRODUCE-REPORT.                                                  CVSKPI.2
031500     MOVE     ZERO TO WS-BT-COUNT WS-RT-COUNT WS-MT-COUNT.        CVSKPI.2
031600     PERFORM  LOAD-JOURNAL-RUNS THRU LOAD-JOURNAL-RUNS-EX.        CVSKPI.2
031700     PERFORM  LOAD-STAMPS THRU LOAD-STAMPS-EX.                    CVSKPI.2
031800     PERFORM  APPLY-RUN-TIMES                                     CVSKPI.2
031900              VARYING WS-SUB FROM 1 BY 1                          CVSKPI.2
032000              UNTIL WS-SUB > WS-RT-COUNT.                         CVSKPI.2
032100     PERFORM  COMPUTE-BUILD-STAGES                                CVSKPI.2
032200              VARYING WS-SUB FROM 1 BY 1                          CVSKPI.2
032300              UNTIL WS-SUB > WS-BT-COUNT.                         CVSKPI.2
032400     OPEN     OUTPUT KPI-REPORT-FILE.                             CVSKPI.2
032500     ACCEPT   WS-STAMP-DATE FROM DATE YYYYMMDD.                   CVSKPI.2
032600     MOVE     SPACE TO KPI-REPORT-REC.                            CVSKPI.2
032700     STRING   "CCVS85 QUALIFICATION TURNAROUND KPI  "             CVSKPI.2
032800                  DELIMITED BY SIZE                               CVSKPI.2
032900              WS-STAMP-DATE DELIMITED BY SIZE                     CVSKPI.2
033000              "  (HOURS)" DELIMITED BY SIZE                       CVSKPI.2
033100              INTO KPI-REPORT-REC.                                CVSKPI.2
033200     PERFORM  PUT-REPORT-LINE.                                    CVSKPI.2
033300     PERFORM  PUT-REPORT-LINE.                                    CVSKPI.2
033400     IF       WS-BT-COUNT = ZERO                                  CVSKPI.2
033500              MOVE "NO BUILDS ON FILE IN turnaround.dat"          CVSKPI.2
033600                  TO KPI-REPORT-REC                               CVSKPI.2
033700              PERFORM PUT-REPORT-LINE                             CVSKPI.2
033800              CLOSE KPI-REPORT-FILE                               CVSKPI.2
033900              GO TO PRODUCE-REPORT-EX.                            CVSKPI.2
034000     MOVE     "TURNAROUND BY BUILD" TO KPI-REPORT-REC.            CVSKPI.2
034100     PERFORM  PUT-REPORT-LINE.                                    CVSKPI.2
034200     MOVE     WS-HEAD-LINE TO KPI-REPORT-REC.                     CVSKPI.2
034300     PERFORM  PUT-REPORT-LINE.                                    CVSKPI.2
034400     PERFORM  LIST-ONE-BUILD                                      CVSKPI.2
034500              VARYING WS-SUB FROM 1 BY 1                          CVSKPI.2
034600              UNTIL WS-SUB > WS-BT-COUNT.                         CVSKPI.2
034700     PERFORM  PUT-REPORT-LINE.                                    CVSKPI.2
034800     PERFORM  ACCUMULATE-MONTH                                    CVSKPI.2
034900              VARYING WS-SUB FROM 1 BY 1                          CVSKPI.2
035000              UNTIL WS-SUB > WS-BT-COUNT.                         CVSKPI.2
035100     MOVE     "MONTHLY AVERAGES (MONTH OF THE FIRST MILESTONE)"   CVSKPI.2
035200              TO KPI-REPORT-REC.                                  CVSKPI.2
035300     PERFORM  PUT-REPORT-LINE.                                    CVSKPI.2
035400     MOVE     WS-HEAD-LINE TO KPI-REPORT-REC.                     CVSKPI.2
035500     MOVE     "MONTH  BUILDS   " TO KPI-REPORT-REC (1:16).        CVSKPI.2
035600     MOVE     SPACE TO KPI-REPORT-REC (18:8).                     CVSKPI.2
035700     PERFORM  PUT-REPORT-LINE.                                    CVSKPI.2
035800     PERFORM  LIST-ONE-MONTH                                      CVSKPI.2
035900              VARYING WS-SUB FROM 1 BY 1                          CVSKPI.2
036000              UNTIL WS-SUB > WS-MT-COUNT.                         CVSKPI.2
036100     PERFORM  PUT-REPORT-LINE.                                    CVSKPI.2
036200     MOVE     "SLOWEST BUILDS BY TOTAL TURNAROUND"                CVSKPI.2
036300              TO KPI-REPORT-REC.                                  CVSKPI.2
036400     PERFORM  PUT-REPORT-LINE.                                    CVSKPI.2
036500     MOVE     WS-HEAD-LINE TO KPI-REPORT-REC.                     CVSKPI.2
036600     PERFORM  PUT-REPORT-LINE.                                    CVSKPI.2
036700     PERFORM  LIST-NEXT-SLOWEST                                   CVSKPI.2
036800              VARYING WS-RANK FROM 1 BY 1                         CVSKPI.2
036900              UNTIL WS-RANK > 5.                                  CVSKPI.2
037000     CLOSE    KPI-REPORT-FILE.                                    CVSKPI.2
037100     DISPLAY  "CCVSKPI: " WS-BT-COUNT " BUILD(S) -- SEE "         CVSKPI.2
037200              "turnaround_kpi.rpt".                               CVSKPI.2
037300 PRODUCE-REPORT-EX.                                               CVSKPI.2
037400     EXIT.                                                        CVSKPI.2
037500 LOAD-JOURNAL-RUNS.                                               CVSKPI.2
037600     OPEN     INPUT AUDIT-JOURNAL-FILE.                           CVSKPI.2
037700     IF       WS-AJ-FSTATUS NOT = "00"                            CVSKPI.2
037800              GO TO LOAD-JOURNAL-RUNS-EX.                         CVSKPI.2
037900     MOVE     "N" TO WS-EOF-SWITCH.                               CVSKPI.2
038000     PERFORM  READ-JOURNAL-LINE.                                  CVSKPI.2
038100     PERFORM  APPLY-JOURNAL-LINE                                  CVSKPI.2
038200              UNTIL WS-EOF-SWITCH = "Y".                          CVSKPI.2
038300     CLOSE    AUDIT-JOURNAL-FILE.                                 CVSKPI.2
038400 LOAD-JOURNAL-RUNS-EX.                                            CVSKPI.2
038500     EXIT.                                                        CVSKPI.2
038600 APPLY-JOURNAL-LINE.                                              CVSKPI.2
038700     IF       AUDIT-JOURNAL-REC (1:4) IS NUMERIC                  CVSKPI.2
038800              EVALUATE AUDIT-JOURNAL-REC (6:3)                    CVSKPI.2
038900                  WHEN "BEG"                                      CVSKPI.2
039000                      PERFORM OPEN-RUN-ENTRY                      CVSKPI.2
039100                  WHEN "END"                                      CVSKPI.2
039200                      PERFORM CLOSE-RUN-ENTRY                     CVSKPI.2
039300                  WHEN "APR"                                      CVSKPI.2
039400                      PERFORM NOTE-RUN-APPROVAL                   CVSKPI.2
039500                  WHEN OTHER                                      CVSKPI.2
039600                      CONTINUE                                    CVSKPI.2
039700              END-EVALUATE                                        CVSKPI.2
039800     END-IF.                                                      CVSKPI.2
039900     PERFORM  READ-JOURNAL-LINE.                                  CVSKPI.2
040000 OPEN-RUN-ENTRY.                                                  CVSKPI.2
040100     IF       WS-RT-COUNT < 500                                   CVSKPI.2
040200              ADD 1 TO WS-RT-COUNT                                CVSKPI.2
040300              MOVE AUDIT-JOURNAL-REC (1:4)                        CVSKPI.2
040400                  TO WS-RT-SEQ (WS-RT-COUNT)                      CVSKPI.2
040500              MOVE SPACE TO WS-RT-BUILD (WS-RT-COUNT)             CVSKPI.2
040600              MOVE ZERO TO WS-RT-END (WS-RT-COUNT)                CVSKPI.2
040700              PERFORM CONVERT-JOURNAL-STAMP                       CVSKPI.2
040800              MOVE WS-SECS TO WS-RT-BEG (WS-RT-COUNT).            CVSKPI.2
040900 CLOSE-RUN-ENTRY.                                                 CVSKPI.2
041000     MOVE     AUDIT-JOURNAL-REC (1:4) TO WS-CUR-RUN.              CVSKPI.2
041100     PERFORM  FIND-RUN-ENTRY.                                     CVSKPI.2
041200     IF       WS-FOUND > ZERO                                     CVSKPI.2
041300              PERFORM CONVERT-JOURNAL-STAMP                       CVSKPI.2
041400              MOVE WS-SECS TO WS-RT-END (WS-FOUND).               CVSKPI.2
041500 NOTE-RUN-APPROVAL.                                               CVSKPI.2
041600     IF       AUDIT-JOURNAL-REC (10:12) = "APPROVED RUN"          CVSKPI.2
041700              MOVE AUDIT-JOURNAL-REC (1:4) TO WS-CUR-RUN          CVSKPI.2
041800              PERFORM FIND-RUN-ENTRY                              CVSKPI.2
041900              IF WS-FOUND > ZERO                                  CVSKPI.2
042000                  MOVE AUDIT-JOURNAL-REC (10:82) TO WS-WORK-REC   CVSKPI.2
042100                  PERFORM EXTRACT-APPROVED-BUILD                  CVSKPI.2
042200                  MOVE WS-LOOK-BUILD TO WS-RT-BUILD (WS-FOUND)    CVSKPI.2
042300              END-IF                                              CVSKPI.2
042400     END-IF.                                                      CVSKPI.2
042500 CONVERT-JOURNAL-STAMP.                                           CVSKPI.2
042600     MOVE     ZERO TO WS-SECS.                                    CVSKPI.2
042700     IF       AUDIT-JOURNAL-REC (10:8) IS NUMERIC                 CVSKPI.2
042800              AND AUDIT-JOURNAL-REC (19:6) IS NUMERIC             CVSKPI.2
042900              MOVE AUDIT-JOURNAL-REC (10:8) TO WS-CALC-DATE       CVSKPI.2
043000              MOVE AUDIT-JOURNAL-REC (19:6) TO WS-CALC-TIME       CVSKPI.2
043100              PERFORM CONVERT-TO-SECONDS.                         CVSKPI.2
043200 CONVERT-TO-SECONDS.                                              CVSKPI.2
043300     MOVE     ZERO TO WS-SECS.                                    CVSKPI.2
043400     IF       WS-CALC-DATE > 16010100                             CVSKPI.2
043500              AND WS-CALC-TIME IS NUMERIC                         CVSKPI.2
043600              COMPUTE WS-SECS =                                   CVSKPI.2
043700                  FUNCTION INTEGER-OF-DATE (WS-CALC-DATE) * 86400 CVSKPI.2
043800                  + WS-CT-HH * 3600 + WS-CT-MM * 60 + WS-CT-SS.   CVSKPI.2
043900 FIND-RUN-ENTRY.                                                  CVSKPI.2
044000     MOVE     ZERO TO WS-FOUND.                                   CVSKPI.2
044100     PERFORM  MATCH-RUN-ENTRY                                     CVSKPI.2
044200              VARYING WS-SUB2 FROM 1 BY 1                         CVSKPI.2
044300              UNTIL WS-SUB2 > WS-RT-COUNT OR WS-FOUND > ZERO.     CVSKPI.2
044400 MATCH-RUN-ENTRY.                                                 CVSKPI.2
044500     IF       WS-RT-SEQ (WS-SUB2) = WS-CUR-RUN                    CVSKPI.2
044600              MOVE WS-SUB2 TO WS-FOUND.                           CVSKPI.2
044700 LOAD-STAMPS.                                                     CVSKPI.2
044800     OPEN     INPUT TURNAROUND-FILE.                              CVSKPI.2
044900     IF       WS-TA-FSTATUS NOT = "00"                            CVSKPI.2
045000              GO TO LOAD-STAMPS-EX.                               CVSKPI.2
045100     MOVE     "N" TO WS-EOF-SWITCH.                               CVSKPI.2
045200     PERFORM  READ-STAMP-LINE.                                    CVSKPI.2
045300     PERFORM  APPLY-STAMP-LINE                                    CVSKPI.2
045400              UNTIL WS-EOF-SWITCH = "Y".                          CVSKPI.2
045500     CLOSE    TURNAROUND-FILE.                                    CVSKPI.2
045600 LOAD-STAMPS-EX.                                                  CVSKPI.2
045700     EXIT.                                                        CVSKPI.2
045800 READ-STAMP-LINE.                                                 CVSKPI.2
045900     READ     TURNAROUND-FILE INTO WS-WORK-REC                    CVSKPI.2
046000              AT END MOVE "Y" TO WS-EOF-SWITCH.                   CVSKPI.2
046100 APPLY-STAMP-LINE.                                                CVSKPI.2
046200     MOVE     SPACES TO WS-FIELD-TABLE.                           CVSKPI.2
046300     UNSTRING WS-WORK-REC DELIMITED BY "|"                        CVSKPI.2
046400              INTO WS-FIELD (1) WS-FIELD (2) WS-FIELD (3)         CVSKPI.2
046500                   WS-FIELD (4) WS-FIELD (5).                     CVSKPI.2
046600     MOVE     ZERO TO WS-SECS.                                    CVSKPI.2
046700     IF       WS-FIELD (3) (1:8) IS NUMERIC                       CVSKPI.2
046800              MOVE WS-FIELD (3) (1:8) TO WS-CALC-DATE             CVSKPI.2
046900              MOVE WS-FIELD (4) (1:6) TO WS-CALC-TIME             CVSKPI.2
047000              PERFORM CONVERT-TO-SECONDS.                         CVSKPI.2
047100     IF       WS-FIELD (1) NOT = SPACE AND WS-SECS > ZERO         CVSKPI.2
047200              MOVE WS-FIELD (1) (1:16) TO WS-LOOK-BUILD           CVSKPI.2
047300              PERFORM FIND-OR-ADD-BUILD                           CVSKPI.2
047400              IF WS-FOUND > ZERO                                  CVSKPI.2
047500                  PERFORM APPLY-STAMP-TO-BUILD                    CVSKPI.2
047600              END-IF                                              CVSKPI.2
047700     END-IF.                                                      CVSKPI.2
047800     PERFORM  READ-STAMP-LINE.                                    CVSKPI.2
047900 APPLY-STAMP-TO-BUILD.                                            CVSKPI.2
048000     EVALUATE WS-FIELD (2)                                        CVSKPI.2
048100         WHEN "ARRIVED"                                           CVSKPI.2
048200             MOVE 1 TO WS-STG                                     CVSKPI.2
048300             PERFORM KEEP-EARLIEST                                CVSKPI.2
048400         WHEN "APPROVED"                                          CVSKPI.2
048500             MOVE 2 TO WS-STG                                     CVSKPI.2
048600             PERFORM KEEP-EARLIEST                                CVSKPI.2
048700         WHEN "CLOSED"                                            CVSKPI.2
048800         WHEN "VERDICT"                                           CVSKPI.2
048900             MOVE 5 TO WS-STG                                     CVSKPI.2
049000             PERFORM KEEP-LATEST                                  CVSKPI.2
049100         WHEN "SIGNED"                                            CVSKPI.2
049200             MOVE 6 TO WS-STG                                     CVSKPI.2
049300             PERFORM KEEP-LATEST                                  CVSKPI.2
049400         WHEN OTHER                                               CVSKPI.2
049500             MOVE ZERO TO WS-STG                                  CVSKPI.2
049600     END-EVALUATE.                                                CVSKPI.2
049700     IF       WS-STG > ZERO                                       CVSKPI.2
049800              AND (WS-BT-FIRST (WS-FOUND) = SPACE                 CVSKPI.2
049900              OR WS-FIELD (3) (1:8) < WS-BT-FIRST (WS-FOUND))     CVSKPI.2
050000              MOVE WS-FIELD (3) (1:8) TO WS-BT-FIRST (WS-FOUND).  CVSKPI.2
050100*    A STAMP THAT NAMES A RUN TIES THAT RUN TO THE BUILD, SO AN   CVSKPI.2
050200*    UNOFFICIAL RUN'S START AND END ARE COUNTED TOO.              CVSKPI.2
050300     MOVE     WS-FOUND TO WS-BEST.                                CVSKPI.2
050400     IF       WS-FIELD (5) (1:4) IS NUMERIC                       CVSKPI.2
050500              AND WS-FIELD (5) (1:4) NOT = "0000"                 CVSKPI.2
050600              MOVE WS-FIELD (5) (1:4) TO WS-CUR-RUN               CVSKPI.2
050700              PERFORM FIND-RUN-ENTRY                              CVSKPI.2
050800              IF WS-FOUND > ZERO                                  CVSKPI.2
050900                  AND WS-RT-BUILD (WS-FOUND) = SPACE              CVSKPI.2
051000                  MOVE WS-LOOK-BUILD TO WS-RT-BUILD (WS-FOUND)    CVSKPI.2
051100              END-IF                                              CVSKPI.2
051200     END-IF.                                                      CVSKPI.2
051300     MOVE     WS-BEST TO WS-FOUND.                                CVSKPI.2
051400 KEEP-EARLIEST.                                                   CVSKPI.2
051500     IF       WS-BT-MS (WS-FOUND, WS-STG) = ZERO                  CVSKPI.2
051600              OR WS-SECS < WS-BT-MS (WS-FOUND, WS-STG)            CVSKPI.2
051700              MOVE WS-SECS TO WS-BT-MS (WS-FOUND, WS-STG).        CVSKPI.2
051800 KEEP-LATEST.                                                     CVSKPI.2
051900     IF       WS-SECS > WS-BT-MS (WS-FOUND, WS-STG)               CVSKPI.2
052000              MOVE WS-SECS TO WS-BT-MS (WS-FOUND, WS-STG).        CVSKPI.2
052100 FIND-OR-ADD-BUILD.                                               CVSKPI.2
052200     MOVE     ZERO TO WS-FOUND.                                   CVSKPI.2
052300     PERFORM  MATCH-BUILD                                         CVSKPI.2
052400              VARYING WS-SUB2 FROM 1 BY 1                         CVSKPI.2
052500              UNTIL WS-SUB2 > WS-BT-COUNT OR WS-FOUND > ZERO.     CVSKPI.2
052600     IF       WS-FOUND = ZERO AND WS-BT-COUNT < 100               CVSKPI.2
052700              ADD 1 TO WS-BT-COUNT                                CVSKPI.2
052800              MOVE WS-BT-COUNT TO WS-FOUND                        CVSKPI.2
052900              MOVE WS-LOOK-BUILD TO WS-BT-BUILD (WS-FOUND)        CVSKPI.2
053000              MOVE SPACE TO WS-BT-MONTH (WS-FOUND)                CVSKPI.2
053100                  WS-BT-FIRST (WS-FOUND)                          CVSKPI.2
053200              MOVE "N" TO WS-BT-TAKEN (WS-FOUND)                  CVSKPI.2
053300              PERFORM CLEAR-BUILD-STAGE                           CVSKPI.2
053400                  VARYING WS-STG FROM 1 BY 1 UNTIL WS-STG > 6.    CVSKPI.2
053500 MATCH-BUILD.                                                     CVSKPI.2
053600     IF       WS-BT-BUILD (WS-SUB2) = WS-LOOK-BUILD               CVSKPI.2
053700              MOVE WS-SUB2 TO WS-FOUND.                           CVSKPI.2
053800 CLEAR-BUILD-STAGE.                                               CVSKPI.2
053900     MOVE     ZERO TO WS-BT-MS (WS-FOUND, WS-STG)                 CVSKPI.2
054000                  WS-BT-GAP (WS-FOUND, WS-STG).                   CVSKPI.2
054100     MOVE     "N" TO WS-BT-MEAS (WS-FOUND, WS-STG).               CVSKPI.2
054200*    RUN START AND END COME FROM THE JOURNAL: THE FIRST START     CVSKPI.2
054300*    AND THE LAST END OVER ALL OF A BUILD'S RUNS.                 CVSKPI.2
054400 APPLY-RUN-TIMES.                                                 CVSKPI.2
054500     IF       WS-RT-BUILD (WS-SUB) NOT = SPACE                    CVSKPI.2
054600              MOVE WS-RT-BUILD (WS-SUB) TO WS-LOOK-BUILD          CVSKPI.2
054700              PERFORM FIND-OR-ADD-BUILD                           CVSKPI.2
054800              IF WS-FOUND > ZERO                                  CVSKPI.2
054900                  PERFORM APPLY-ONE-RUN                           CVSKPI.2
055000              END-IF                                              CVSKPI.2
055100     END-IF.                                                      CVSKPI.2
055200 APPLY-ONE-RUN.                                                   CVSKPI.2
055300     IF       WS-RT-BEG (WS-SUB) > ZERO                           CVSKPI.2
055400              MOVE WS-RT-BEG (WS-SUB) TO WS-SECS                  CVSKPI.2
055500              MOVE 3 TO WS-STG                                    CVSKPI.2
055600              PERFORM KEEP-EARLIEST.                              CVSKPI.2
055700     IF       WS-RT-END (WS-SUB) > ZERO                           CVSKPI.2
055800              MOVE WS-RT-END (WS-SUB) TO WS-SECS                  CVSKPI.2
055900              MOVE 4 TO WS-STG                                    CVSKPI.2
056000              PERFORM KEEP-LATEST.                                CVSKPI.2
056100 COMPUTE-BUILD-STAGES.                                            CVSKPI.2
056200     PERFORM  COMPUTE-ONE-GAP                                     CVSKPI.2
056300              VARYING WS-STG FROM 1 BY 1 UNTIL WS-STG > 5.        CVSKPI.2
056400*    THE TOTAL RUNS FROM ARRIVAL TO THE LAST MILESTONE ON FILE.   CVSKPI.2
056500     MOVE     ZERO TO WS-SECS.                                    CVSKPI.2
056600     PERFORM  FIND-LAST-MILESTONE                                 CVSKPI.2
056700              VARYING WS-STG FROM 2 BY 1 UNTIL WS-STG > 6.        CVSKPI.2
056800     IF       WS-BT-MS (WS-SUB, 1) > ZERO                         CVSKPI.2
056900              AND WS-SECS > ZERO                                  CVSKPI.2
057000              MOVE "Y" TO WS-BT-MEAS (WS-SUB, 6)                  CVSKPI.2
057100              IF WS-SECS > WS-BT-MS (WS-SUB, 1)                   CVSKPI.2
057200                  COMPUTE WS-BT-GAP (WS-SUB, 6) =                 CVSKPI.2
057300                      WS-SECS - WS-BT-MS (WS-SUB, 1)              CVSKPI.2
057400              END-IF                                              CVSKPI.2
057500     END-IF.                                                      CVSKPI.2
057600     IF       WS-BT-FIRST (WS-SUB) NOT = SPACE                    CVSKPI.2
057700              MOVE WS-BT-FIRST (WS-SUB) (1:6)                     CVSKPI.2
057800                  TO WS-BT-MONTH (WS-SUB)                         CVSKPI.2
057900     ELSE                                                         CVSKPI.2
058000              MOVE "UNKNWN" TO WS-BT-MONTH (WS-SUB)               CVSKPI.2
058100     END-IF.                                                      CVSKPI.2
058200*    A STAGE IS MEASURED ONLY WHEN BOTH ITS MILESTONES ARE ON     CVSKPI.2
058300*    FILE.  THE SIGN-OFF STAGE STARTS AT ANALYSIS DONE, OR AT     CVSKPI.2
058400*    THE RUN END WHEN NO CLOSE-OUT OR VERDICT WAS STAMPED.        CVSKPI.2
058500 COMPUTE-ONE-GAP.                                                 CVSKPI.2
058600     MOVE     WS-BT-MS (WS-SUB, WS-STG) TO WS-FROM-SECS.          CVSKPI.2
058700     IF       WS-STG = 5 AND WS-FROM-SECS = ZERO                  CVSKPI.2
058800              MOVE WS-BT-MS (WS-SUB, 4) TO WS-FROM-SECS.          CVSKPI.2
058900     IF       WS-FROM-SECS > ZERO                                 CVSKPI.2
059000              AND WS-BT-MS (WS-SUB, WS-STG + 1) > ZERO            CVSKPI.2
059100              COMPUTE WS-GAP = WS-BT-MS (WS-SUB, WS-STG + 1)      CVSKPI.2
059200                  - WS-FROM-SECS                                  CVSKPI.2
059300              IF WS-GAP < ZERO                                    CVSKPI.2
059400                  MOVE ZERO TO WS-GAP                             CVSKPI.2
059500              END-IF                                              CVSKPI.2
059600              MOVE WS-GAP TO WS-BT-GAP (WS-SUB, WS-STG)           CVSKPI.2
059700              MOVE "Y" TO WS-BT-MEAS (WS-SUB, WS-STG)             CVSKPI.2
059800     END-IF.                                                      CVSKPI.2
059900 FIND-LAST-MILESTONE.                                             CVSKPI.2
060000     IF       WS-BT-MS (WS-SUB, WS-STG) > WS-SECS                 CVSKPI.2
060100              MOVE WS-BT-MS (WS-SUB, WS-STG) TO WS-SECS.          CVSKPI.2
060200****************************************************************  CVSKPI.2
060300*    REPORT LINES.  COLUMN 1-5 ARE THE STAGE GAPS ENDING AT    *  CVSKPI.2
060400*    MILESTONES 2-6, COLUMN 6 IS THE TOTAL.                    *  CVSKPI.2
060500****************************************************************  CVSKPI.2
060600 LIST-ONE-BUILD.                                                  CVSKPI.2
060700     PERFORM  FORMAT-BUILD-LINE.                                  CVSKPI.2
060800     MOVE     WS-DETAIL-LINE TO KPI-REPORT-REC.                   CVSKPI.2
060900     PERFORM  PUT-REPORT-LINE.                                    CVSKPI.2
061000 FORMAT-BUILD-LINE.                                               CVSKPI.2
061100     MOVE     SPACE TO WS-DETAIL-LINE.                            CVSKPI.2
061200     MOVE     WS-BT-BUILD (WS-SUB) TO WS-DL-BUILD.                CVSKPI.2
061300     MOVE     "     N/A" TO WS-DL-ARRIVED.                        CVSKPI.2
061400     IF       WS-BT-MS (WS-SUB, 1) > ZERO                         CVSKPI.2
061500              COMPUTE WS-CALC-DATE = FUNCTION DATE-OF-INTEGER     CVSKPI.2
061600                  (WS-BT-MS (WS-SUB, 1) / 86400)                  CVSKPI.2
061700              MOVE WS-CALC-DATE TO WS-DL-ARRIVED.                 CVSKPI.2
061800     PERFORM  FILL-BUILD-COLUMN                                   CVSKPI.2
061900              VARYING WS-STG FROM 1 BY 1 UNTIL WS-STG > 6.        CVSKPI.2
062000 FILL-BUILD-COLUMN.                                               CVSKPI.2
062100     IF       WS-BT-MEAS (WS-SUB, WS-STG) = "Y"                   CVSKPI.2
062200              COMPUTE WS-HOURS ROUNDED =                          CVSKPI.2
062300                  WS-BT-GAP (WS-SUB, WS-STG) / 3600               CVSKPI.2
062400              MOVE WS-HOURS TO WS-DL-HOURS (WS-STG)               CVSKPI.2
062500     ELSE                                                         CVSKPI.2
062600              MOVE "    N/A" TO WS-DL-TEXT (WS-STG)               CVSKPI.2
062700     END-IF.                                                      CVSKPI.2
062800 ACCUMULATE-MONTH.                                                CVSKPI.2
062900     MOVE     ZERO TO WS-FOUND.                                   CVSKPI.2
063000     PERFORM  MATCH-MONTH                                         CVSKPI.2
063100              VARYING WS-SUB2 FROM 1 BY 1                         CVSKPI.2
063200              UNTIL WS-SUB2 > WS-MT-COUNT OR WS-FOUND > ZERO.     CVSKPI.2
063300     IF       WS-FOUND = ZERO AND WS-MT-COUNT < 60                CVSKPI.2
063400              ADD 1 TO WS-MT-COUNT                                CVSKPI.2
063500              MOVE WS-MT-COUNT TO WS-FOUND                        CVSKPI.2
063600              MOVE WS-BT-MONTH (WS-SUB) TO WS-MT-MONTH (WS-FOUND) CVSKPI.2
063700              MOVE ZERO TO WS-MT-BUILDS (WS-FOUND)                CVSKPI.2
063800              PERFORM CLEAR-MONTH-STAGE                           CVSKPI.2
063900                  VARYING WS-STG FROM 1 BY 1 UNTIL WS-STG > 6.    CVSKPI.2
064000     IF       WS-FOUND > ZERO                                     CVSKPI.2
064100              ADD 1 TO WS-MT-BUILDS (WS-FOUND)                    CVSKPI.2
064200              PERFORM ADD-MONTH-STAGE                             CVSKPI.2
064300                  VARYING WS-STG FROM 1 BY 1 UNTIL WS-STG > 6.    CVSKPI.2
064400 MATCH-MONTH.                                                     CVSKPI.2
064500     IF       WS-MT-MONTH (WS-SUB2) = WS-BT-MONTH (WS-SUB)        CVSKPI.2
064600              MOVE WS-SUB2 TO WS-FOUND.                           CVSKPI.2
064700 CLEAR-MONTH-STAGE.                                               CVSKPI.2
064800     MOVE     ZERO TO WS-MT-SUM (WS-FOUND, WS-STG)                CVSKPI.2
064900                  WS-MT-N (WS-FOUND, WS-STG).                     CVSKPI.2
065000 ADD-MONTH-STAGE.                                                 CVSKPI.2
065100     IF       WS-BT-MEAS (WS-SUB, WS-STG) = "Y"                   CVSKPI.2
065200              ADD WS-BT-GAP (WS-SUB, WS-STG)                      CVSKPI.2
065300                  TO WS-MT-SUM (WS-FOUND, WS-STG)                 CVSKPI.2
065400              ADD 1 TO WS-MT-N (WS-FOUND, WS-STG).                CVSKPI.2
065500 LIST-ONE-MONTH.                                                  CVSKPI.2
065600     MOVE     SPACE TO WS-DETAIL-LINE.                            CVSKPI.2
065700     MOVE     WS-MT-MONTH (WS-SUB) TO WS-ML-MONTH.                CVSKPI.2
065800     MOVE     WS-MT-BUILDS (WS-SUB) TO WS-ML-BUILDS.              CVSKPI.2
065900     MOVE     WS-MONTH-LABEL TO WS-DL-BUILD.                      CVSKPI.2
066000     PERFORM  FILL-MONTH-COLUMN                                   CVSKPI.2
066100              VARYING WS-STG FROM 1 BY 1 UNTIL WS-STG > 6.        CVSKPI.2
066200     MOVE     WS-DETAIL-LINE TO KPI-REPORT-REC.                   CVSKPI.2
066300     PERFORM  PUT-REPORT-LINE.                                    CVSKPI.2
066400 FILL-MONTH-COLUMN.                                               CVSKPI.2
066500     IF       WS-MT-N (WS-SUB, WS-STG) > ZERO                     CVSKPI.2
066600              COMPUTE WS-HOURS ROUNDED =                          CVSKPI.2
066700                  WS-MT-SUM (WS-SUB, WS-STG)                      CVSKPI.2
066800                  / WS-MT-N (WS-SUB, WS-STG) / 3600               CVSKPI.2
066900              MOVE WS-HOURS TO WS-DL-HOURS (WS-STG)               CVSKPI.2
067000     ELSE                                                         CVSKPI.2
067100              MOVE "    N/A" TO WS-DL-TEXT (WS-STG)               CVSKPI.2
067200     END-IF.                                                      CVSKPI.2
067300 LIST-NEXT-SLOWEST.                                               CVSKPI.2
067400     MOVE     ZERO TO WS-BEST.                                    CVSKPI.2
067500     PERFORM  PICK-SLOWER-BUILD                                   CVSKPI.2
067600              VARYING WS-SUB FROM 1 BY 1                          CVSKPI.2
067700              UNTIL WS-SUB > WS-BT-COUNT.                         CVSKPI.2
067800     IF       WS-BEST > ZERO                                      CVSKPI.2
067900              MOVE "Y" TO WS-BT-TAKEN (WS-BEST)                   CVSKPI.2
068000              MOVE WS-BEST TO WS-SUB                              CVSKPI.2
068100              PERFORM FORMAT-BUILD-LINE                           CVSKPI.2
068200              MOVE WS-RANK TO WS-RL-RANK                          CVSKPI.2
068300              MOVE WS-BT-BUILD (WS-BEST) TO WS-RL-BUILD           CVSKPI.2
068400              MOVE WS-RANK-LABEL TO WS-DL-BUILD                   CVSKPI.2
068500              MOVE WS-DETAIL-LINE TO KPI-REPORT-REC               CVSKPI.2
068600              PERFORM PUT-REPORT-LINE                             CVSKPI.2
068700     ELSE                                                         CVSKPI.2
068800              IF WS-RANK = 1                                      CVSKPI.2
068900                  MOVE "NO BUILD HAS A MEASURED TOTAL"            CVSKPI.2
069000                      TO KPI-REPORT-REC                           CVSKPI.2
069100                  PERFORM PUT-REPORT-LINE                         CVSKPI.2
069200              END-IF                                              CVSKPI.2
069300              MOVE 5 TO WS-RANK                                   CVSKPI.2
069400     END-IF.                                                      CVSKPI.2
069500 PICK-SLOWER-BUILD.                                               CVSKPI.2
069600     IF       WS-BT-MEAS (WS-SUB, 6) = "Y"                        CVSKPI.2
069700              AND WS-BT-TAKEN (WS-SUB) NOT = "Y"                  CVSKPI.2
069800              IF WS-BEST = ZERO                                   CVSKPI.2
069900                  MOVE WS-SUB TO WS-BEST                          CVSKPI.2
070000              ELSE                                                CVSKPI.2
070100                  IF WS-BT-GAP (WS-SUB, 6)                        CVSKPI.2
070200                      > WS-BT-GAP (WS-BEST, 6)                    CVSKPI.2
070300                      MOVE WS-SUB TO WS-BEST                      CVSKPI.2
070400                  END-IF                                          CVSKPI.2
070500              END-IF                                              CVSKPI.2
070600     END-IF.                                                      CVSKPI.2
070700 PUT-REPORT-LINE.                                                 CVSKPI.2
070800     WRITE    KPI-REPORT-REC.                                     CVSKPI.2
070900     DISPLAY  KPI-REPORT-REC.                                     CVSKPI.2
071000     MOVE     SPACE TO KPI-REPORT-REC.                            CVSKPI.2
