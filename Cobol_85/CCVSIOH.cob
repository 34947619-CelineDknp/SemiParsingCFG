000100 IDENTIFICATION DIVISION.                                         CVSIOH.2
000200 PROGRAM-ID.                                                      CVSIOH.2
000300     CCVSIOH.                                                     CVSIOH.2
000400****************************************************************  CVSIOH.2
000500*                                                              *  CVSIOH.2
000600*    I-O STATUS HISTOGRAM BY COMPILER BUILD.                   *  CVSIOH.2
000700*                                                              *  CVSIOH.2
000800*    EVERY OPEN, READ, WRITE, REWRITE, DELETE, START AND CLOSE *  CVSIOH.2
000900*    ON A FILE UNDER TEST IN THE RL, IX AND SQ MODULES NOW     *  CVSIOH.2
001000*    APPENDS A ROW TO io_trace.csv THROUGH CCVSIOT, SUCCESSFUL *  CVSIOH.2
001100*    OR NOT:                                                   *  CVSIOH.2
001200*                                                              *  CVSIOH.2
001300*        PGM-ID,PAR-NAME,VERB,FILE,ORG,KEY,STATUS              *  CVSIOH.2
001400*                                                              *  CVSIOH.2
001500*    THE DRIVER CARRIES EACH WORKSPACE'S COPY UP TO THE RUN    *  CVSIOH.2
001600*    ROOT WITH THE OTHER SHARED FEEDS, AND LIKE                *  CVSIOH.2
001700*    suite_summary.csv IT HOLDS ONE BUILD UNTIL IT IS CLEARED  *  CVSIOH.2
001800*    BETWEEN BUILDS.  THIS PROGRAM COUNTS THE TRACE BY         *  CVSIOH.2
001900*    ORGANIZATION, VERB AND RETURNED STATUS AND FILES THE      *  CVSIOH.2
002000*    COUNTS IN io_status_history.csv:                          *  CVSIOH.2
002100*                                                              *  CVSIOH.2
002200*        BUILD,ORG,VERB,STATUS,COUNT                           *  CVSIOH.2
002300*                                                              *  CVSIOH.2
002400*    THE BUILD IDENTITY IS THE ONE THE MODULES PUT IN          *  CVSIOH.2
002500*    suite_summary.csv, AS IN CCVSLDG.  ROWS ALREADY FILED FOR *  CVSIOH.2
002600*    THE SAME BUILD (THE REPORT RUN TWICE) ARE REPLACED.  THE  *  CVSIOH.2
002700*    HISTOGRAM IS THEN SET AGAINST THE LATEST EARLIER BUILD IN *  CVSIOH.2
002800*    THE HISTORY AND WRITTEN TO io_status.rpt, FLAGGING:       *  CVSIOH.2
002900*                                                              *  CVSIOH.2
003000*      << NEW     A STATUS THE PREVIOUS BUILD NEVER RETURNED   *  CVSIOH.2
003100*                 FOR THAT ORGANIZATION AND VERB,              *  CVSIOH.2
003200*      << GONE    A STATUS THE PREVIOUS BUILD RETURNED AND     *  CVSIOH.2
003300*                 THIS ONE DID NOT,                            *  CVSIOH.2
003400*      << COUNT   THE SAME STATUS RETURNED A DIFFERENT NUMBER  *  CVSIOH.2
003500*                 OF TIMES.                                    *  CVSIOH.2
003600*                                                              *  CVSIOH.2
003700*    RETURN-CODE 0 WHEN THE HISTOGRAMS MATCH OR THERE IS NO    *  CVSIOH.2
003800*    EARLIER BUILD, 4 WHEN ANYTHING IS FLAGGED, 8 WHEN THERE   *  CVSIOH.2
003900*    IS NO io_trace.csv.                                       *  CVSIOH.2
004000*                                                              *  CVSIOH.2
004100****************************************************************  CVSIOH.2
004200 ENVIRONMENT DIVISION.                                            CVSIOH.2
004300 CONFIGURATION SECTION.                                           CVSIOH.2
004400 SOURCE-COMPUTER.                                                 CVSIOH.2
004500     COPY CCVSTRG.                                                CVSIOH.2
004600 OBJECT-COMPUTER.                                                 CVSIOH.2
004700     COPY CCVSTRG.                                                CVSIOH.2
004800 INPUT-OUTPUT SECTION.                                            CVSIOH.2
004900 FILE-CONTROL.                                                    CVSIOH.2
005000     SELECT   TRACE-FILE ASSIGN TO                                CVSIOH.2
005100     "io_trace.csv"                                               CVSIOH.2
005200     ORGANIZATION LINE SEQUENTIAL                                 CVSIOH.2
005300     FILE STATUS IS WS-TR-FSTATUS.                                CVSIOH.2
005400     SELECT   SUITE-SUMMARY-FILE ASSIGN TO                        CVSIOH.2
005500     "suite_summary.csv"                                          CVSIOH.2
005600     FILE STATUS IS WS-SS-FSTATUS.                                CVSIOH.2
005700     SELECT   HISTORY-FILE ASSIGN TO                              CVSIOH.2
005800     "io_status_history.csv"                                      CVSIOH.2
005900     ORGANIZATION LINE SEQUENTIAL                                 CVSIOH.2
006000     FILE STATUS IS WS-HS-FSTATUS.                                CVSIOH.2
006100     SELECT   HISTORY-WORK-FILE ASSIGN TO                         CVSIOH.2
006200     "io_status_history.tmp"                                      CVSIOH.2
006300     ORGANIZATION LINE SEQUENTIAL                                 CVSIOH.2
006400     FILE STATUS IS WS-HW-FSTATUS.                                CVSIOH.2
006500     SELECT   STATUS-REPORT-FILE ASSIGN TO                        CVSIOH.2
006600     "io_status.rpt"                                              CVSIOH.2
006700     ORGANIZATION LINE SEQUENTIAL                                 CVSIOH.2
006800     FILE STATUS IS WS-RP-FSTATUS.                                CVSIOH.2
006900 DATA DIVISION.                                                   CVSIOH.2
007000 FILE SECTION.                                                    CVSIOH.2
007100 FD  TRACE-FILE.                                                  CVSIOH.2
007200 01  TRACE-REC PIC X(120).                                        CVSIOH.2
007300 FD  SUITE-SUMMARY-FILE.                                          CVSIOH.2
007400 01  SUITE-SUMMARY-REC PIC X(80).                                 CVSIOH.2
007500 FD  HISTORY-FILE.                                                CVSIOH.2
007600 01  HISTORY-REC PIC X(80).                                       CVSIOH.2
007700 FD  HISTORY-WORK-FILE.                                           CVSIOH.2
007800 01  HISTORY-WORK-REC PIC X(80).                                  CVSIOH.2
007900 FD  STATUS-REPORT-FILE.                                          CVSIOH.2
008000 01  STATUS-REPORT-REC PIC X(100).                                CVSIOH.2
008100 WORKING-STORAGE SECTION.                                         CVSIOH.2
008200 77  WS-TR-FSTATUS       PIC XX VALUE SPACE.                      CVSIOH.2
008300 77  WS-SS-FSTATUS       PIC XX VALUE SPACE.                      CVSIOH.2
008400 77  WS-HS-FSTATUS       PIC XX VALUE SPACE.                      CVSIOH.2
008500 77  WS-HW-FSTATUS       PIC XX VALUE SPACE.                      CVSIOH.2
008600 77  WS-RP-FSTATUS       PIC XX VALUE SPACE.                      CVSIOH.2
008700 77  WS-EOF-SWITCH       PIC X  VALUE "N".                        CVSIOH.2
008800 77  WS-FOUND-SW         PIC X  VALUE "N".                        CVSIOH.2
008900 77  WS-HIST-SW          PIC X  VALUE "N".                        CVSIOH.2
009000 77  WS-CELL-CT          PIC 9(3) COMP VALUE ZERO.                CVSIOH.2
009100 77  WS-CELL-SUB         PIC 9(3) COMP VALUE ZERO.                CVSIOH.2
009200 77  WS-CELL-FOUND       PIC 9(3) COMP VALUE ZERO.                CVSIOH.2
009300 77  WS-SHIFT-SUB        PIC 9(3) COMP VALUE ZERO.                CVSIOH.2
009400 77  WS-CODE-SUB         PIC 9(2) COMP VALUE ZERO.                CVSIOH.2
009500 77  WS-TRACE-CT         PIC 9(9) VALUE ZERO.                     CVSIOH.2
009600 77  WS-SKIPPED-CT       PIC 9(9) VALUE ZERO.                     CVSIOH.2
009700 77  WS-PRV-TOTAL        PIC 9(9) VALUE ZERO.                     CVSIOH.2
009800 77  WS-FLAGGED-CT       PIC 9(4) VALUE ZERO.                     CVSIOH.2
009900 77  WS-FILED-CT         PIC 9(4) VALUE ZERO.                     CVSIOH.2
010000 77  WS-COUNT-IN         PIC 9(9) VALUE ZERO.                     CVSIOH.2
010100 77  WS-CHANGE           PIC S9(9) VALUE ZERO.                    CVSIOH.2
010200 01  WS-BUILD-ID         PIC X(16) VALUE "UNKNOWN".               CVSIOH.2
010300 01  WS-PRV-BUILD        PIC X(16) VALUE SPACE.                   CVSIOH.2
010400 01  WS-WORK-REC         PIC X(120) VALUE SPACE.                  CVSIOH.2
010500 01  WS-HYPHENS          PIC X(100) VALUE ALL "-".                CVSIOH.2
010600 01  WS-EDIT-1           PIC Z(8)9.                               CVSIOH.2
010700 01  WS-EDIT-2           PIC Z(8)9.                               CVSIOH.2
010800 01  WS-EDIT-3           PIC ZZZ9.                                CVSIOH.2
010900 01  WS-FIELD-TABLE.                                              CVSIOH.2
011000     02  WS-FIELD        PIC X(30) OCCURS 7 TIMES.                CVSIOH.2
011100*                                                                 CVSIOH.2
011200*    THE SORT KEY OF A CELL IS ORGANIZATION, VERB AND STATUS,     CVSIOH.2
011300*    THE FIRST TWO AS THEIR POSITION IN THESE LISTS, SO THE       CVSIOH.2
011400*    REPORT READS SEQUENTIAL, LINE SEQUENTIAL, RELATIVE,          CVSIOH.2
011500*    INDEXED AND OPEN THROUGH CLOSE WITHIN EACH.                  CVSIOH.2
011600*                                                                 CVSIOH.2
011700 01  WS-ORG-VALUES.                                               CVSIOH.2
011800     02  FILLER PIC X(13) VALUE "SSEQUENTIAL".                    CVSIOH.2
011900     02  FILLER PIC X(13) VALUE "LLINE SEQ".                      CVSIOH.2
012000     02  FILLER PIC X(13) VALUE "RRELATIVE".                      CVSIOH.2
012100     02  FILLER PIC X(13) VALUE "IINDEXED".                       CVSIOH.2
012200 01  FILLER REDEFINES WS-ORG-VALUES.                              CVSIOH.2
012300     02  WS-ORG-ENTRY OCCURS 4 TIMES.                             CVSIOH.2
012400         03  WS-ORG-CODE     PIC X.                               CVSIOH.2
012500         03  WS-ORG-NAME     PIC X(12).                           CVSIOH.2
012600 01  WS-VERB-VALUES.                                              CVSIOH.2
012700     02  FILLER PIC X(7) VALUE "OPEN".                            CVSIOH.2
012800     02  FILLER PIC X(7) VALUE "READ".                            CVSIOH.2
012900     02  FILLER PIC X(7) VALUE "WRITE".                           CVSIOH.2
013000     02  FILLER PIC X(7) VALUE "REWRITE".                         CVSIOH.2
013100     02  FILLER PIC X(7) VALUE "DELETE".                          CVSIOH.2
013200     02  FILLER PIC X(7) VALUE "START".                           CVSIOH.2
013300     02  FILLER PIC X(7) VALUE "CLOSE".                           CVSIOH.2
013400 01  FILLER REDEFINES WS-VERB-VALUES.                             CVSIOH.2
013500     02  WS-VERB-NAME PIC X(7) OCCURS 7 TIMES.                    CVSIOH.2
013600 01  WS-NEW-KEY.                                                  CVSIOH.2
013700     02  WS-NK-ORG           PIC 9.                               CVSIOH.2
013800     02  WS-NK-VERB          PIC 9.                               CVSIOH.2
013900     02  WS-NK-STATUS        PIC XX.                              CVSIOH.2
014000*                                                                 CVSIOH.2
014100*    ONE CELL PER ORGANIZATION, VERB AND STATUS SEEN IN EITHER    CVSIOH.2
014200*    BUILD, KEPT IN KEY ORDER.                                    CVSIOH.2
014300*                                                                 CVSIOH.2
014400 01  WS-CELL-TABLE.                                               CVSIOH.2
014500     02  WS-CELL OCCURS 600 TIMES.                                CVSIOH.2
014600         03  WS-CL-KEY.                                           CVSIOH.2
014700             04  WS-CL-ORG       PIC 9.                           CVSIOH.2
014800             04  WS-CL-VERB      PIC 9.                           CVSIOH.2
014900             04  WS-CL-STATUS    PIC XX.                          CVSIOH.2
015000         03  WS-CL-CUR           PIC 9(9).                        CVSIOH.2
015100         03  WS-CL-PRV           PIC 9(9).                        CVSIOH.2
015200*                                                                 CVSIOH.2
015300*    THE REPORT DETAIL LINE.                                      CVSIOH.2
015400*                                                                 CVSIOH.2
015500 01  WS-DETAIL-LINE.                                              CVSIOH.2
015600     02  DL-ORG              PIC X(12).                           CVSIOH.2
015700     02  FILLER              PIC X(2)  VALUE SPACE.               CVSIOH.2
015800     02  DL-VERB             PIC X(7).                            CVSIOH.2
015900     02  FILLER              PIC X(4)  VALUE SPACE.               CVSIOH.2
016000     02  DL-STATUS           PIC XX.                              CVSIOH.2
016100     02  FILLER              PIC X(3)  VALUE SPACE.               CVSIOH.2
016200     02  DL-CUR              PIC Z(9)9.                           CVSIOH.2
016300     02  FILLER              PIC X(2)  VALUE SPACE.               CVSIOH.2
016400     02  DL-PRV              PIC Z(9)9.                           CVSIOH.2
016500     02  FILLER              PIC X(2)  VALUE SPACE.               CVSIOH.2
016600     02  DL-CHANGE           PIC +(9)9.                           CVSIOH.2
016700     02  FILLER              PIC X(2)  VALUE SPACE.               CVSIOH.2
016800     02  DL-FLAG             PIC X(10).                           CVSIOH.2
016900 PROCEDURE DIVISION.                                              CVSIOH.2
017000 CCVSIOH-MAIN SECTION.                                            CVSIOH.2
017100 CCVSIOH-START.                                                   CVSIOH.2
017200     PERFORM  FIND-CURRENT-BUILD-ID                               CVSIOH.2
017300              THRU FIND-CURRENT-BUILD-ID-EX.                      CVSIOH.2
017400     PERFORM  LOAD-TRACE THRU LOAD-TRACE-EX.                      CVSIOH.2
017500     IF       WS-TR-FSTATUS = "35"                                CVSIOH.2
017600              DISPLAY "CCVSIOH: NO io_trace.csv FOUND -- "        CVSIOH.2
017700                  "NOTHING TO COUNT"                              CVSIOH.2
017800              MOVE 8 TO RETURN-CODE                               CVSIOH.2
017900              STOP RUN.                                           CVSIOH.2
018000     PERFORM  LOAD-HISTORY THRU LOAD-HISTORY-EX.                  CVSIOH.2
018100     PERFORM  REFILE-HISTORY THRU REFILE-HISTORY-EX.              CVSIOH.2
018200     OPEN     OUTPUT STATUS-REPORT-FILE.                          CVSIOH.2
018300     PERFORM  WRITE-REPORT-HEADING.                               CVSIOH.2
018400     PERFORM  WRITE-REPORT-ROW                                    CVSIOH.2
018500              VARYING WS-CELL-SUB FROM 1 BY 1                     CVSIOH.2
018600              UNTIL WS-CELL-SUB > WS-CELL-CT.                     CVSIOH.2
018700     PERFORM  WRITE-REPORT-TOTALS.                                CVSIOH.2
018800     CLOSE    STATUS-REPORT-FILE.                                 CVSIOH.2
018900     MOVE     WS-TRACE-CT TO WS-EDIT-1.                           CVSIOH.2
019000     MOVE     WS-FLAGGED-CT TO WS-EDIT-3.                         CVSIOH.2
019100     DISPLAY  "CCVSIOH: " WS-EDIT-1 " I-O STATEMENT(S) TRACED, "  CVSIOH.2
019200              WS-EDIT-3 " STATUS CELL(S) FLAGGED -- SEE "         CVSIOH.2
019300              "io_status.rpt".                                    CVSIOH.2
019400     IF       WS-FLAGGED-CT > ZERO                                CVSIOH.2
019500              MOVE 4 TO RETURN-CODE                               CVSIOH.2
019600     ELSE                                                         CVSIOH.2
019700              MOVE 0 TO RETURN-CODE.                              CVSIOH.2
019800     STOP     RUN.                                                CVSIOH.2
019900 FIND-CURRENT-BUILD-ID.                                           CVSIOH.2
020000     OPEN     INPUT SUITE-SUMMARY-FILE.                           CVSIOH.2
020100     IF       WS-SS-FSTATUS NOT = "00"                            CVSIOH.2
020200              GO TO FIND-CURRENT-BUILD-ID-EX.                     CVSIOH.2
020300     MOVE     SPACE TO WS-WORK-REC.                               CVSIOH.2
020400     READ     SUITE-SUMMARY-FILE INTO WS-WORK-REC                 CVSIOH.2
020500              AT END CONTINUE                                     CVSIOH.2
020600     END-READ.                                                    CVSIOH.2
020700     CLOSE    SUITE-SUMMARY-FILE.                                 CVSIOH.2
020800     MOVE     SPACE TO WS-FIELD-TABLE.                            CVSIOH.2
020900     UNSTRING WS-WORK-REC DELIMITED BY ","                        CVSIOH.2
021000              INTO WS-FIELD (1) WS-FIELD (2).                     CVSIOH.2
021100     IF       WS-FIELD (2) NOT = SPACE                            CVSIOH.2
021200              MOVE WS-FIELD (2) TO WS-BUILD-ID.                   CVSIOH.2
021300 FIND-CURRENT-BUILD-ID-EX.                                        CVSIOH.2
021400     EXIT.                                                        CVSIOH.2
021500*                                                                 CVSIOH.2
021600*    THIS BUILD'S COUNTS, FROM THE TRACE.  A ROW WHOSE VERB OR    CVSIOH.2
021700*    ORGANIZATION IS NOT ONE OF THE TRACED ONES IS SKIPPED.       CVSIOH.2
021800*                                                                 CVSIOH.2
021900 LOAD-TRACE.                                                      CVSIOH.2
022000     OPEN     INPUT TRACE-FILE.                                   CVSIOH.2
022100     IF       WS-TR-FSTATUS NOT = "00"                            CVSIOH.2
022200              GO TO LOAD-TRACE-EX.                                CVSIOH.2
022300     MOVE     "N" TO WS-EOF-SWITCH.                               CVSIOH.2
022400     PERFORM  READ-TRACE-LINE.                                    CVSIOH.2
022500     PERFORM  FILE-TRACE-LINE THRU FILE-TRACE-NEXT                CVSIOH.2
022600              UNTIL WS-EOF-SWITCH = "Y".                          CVSIOH.2
022700     CLOSE    TRACE-FILE.                                         CVSIOH.2
022800 LOAD-TRACE-EX.                                                   CVSIOH.2
022900     EXIT.                                                        CVSIOH.2
023000 READ-TRACE-LINE.                                                 CVSIOH.2
023100     MOVE     SPACE TO TRACE-REC.                                 CVSIOH.2
023200     READ     TRACE-FILE                                          CVSIOH.2
023300              AT END MOVE "Y" TO WS-EOF-SWITCH.                   CVSIOH.2
023400 FILE-TRACE-LINE.                                                 CVSIOH.2
023500     MOVE     SPACES TO WS-FIELD-TABLE.                           CVSIOH.2
023600     UNSTRING TRACE-REC DELIMITED BY ","                          CVSIOH.2
023700              INTO WS-FIELD (1) WS-FIELD (2) WS-FIELD (3)         CVSIOH.2
023800                   WS-FIELD (4) WS-FIELD (5) WS-FIELD (6)         CVSIOH.2
023900                   WS-FIELD (7).                                  CVSIOH.2
024000     PERFORM  MAKE-CELL-KEY.                                      CVSIOH.2
024100     IF       WS-FOUND-SW NOT = "Y"                               CVSIOH.2
024200              ADD 1 TO WS-SKIPPED-CT                              CVSIOH.2
024300              GO TO FILE-TRACE-NEXT.                              CVSIOH.2
024400     ADD      1 TO WS-TRACE-CT.                                   CVSIOH.2
024500     PERFORM  FIND-CELL THRU FIND-CELL-EX.                        CVSIOH.2
024600     IF       WS-CELL-FOUND NOT = ZERO                            CVSIOH.2
024700              ADD 1 TO WS-CL-CUR (WS-CELL-FOUND).                 CVSIOH.2
024800 FILE-TRACE-NEXT.                                                 CVSIOH.2
024900     PERFORM  READ-TRACE-LINE.                                    CVSIOH.2
025000*                                                                 CVSIOH.2
025100*    WS-FIELD (5) ORG, (3) VERB AND (7) STATUS TO THE CELL KEY.   CVSIOH.2
025200*                                                                 CVSIOH.2
025300 MAKE-CELL-KEY.                                                   CVSIOH.2
025400     MOVE     "N" TO WS-FOUND-SW.                                 CVSIOH.2
025500     MOVE     ZERO TO WS-NK-ORG WS-NK-VERB.                       CVSIOH.2
025600     MOVE     WS-FIELD (7) TO WS-NK-STATUS.                       CVSIOH.2
025700     PERFORM  MATCH-ORG                                           CVSIOH.2
025800              VARYING WS-CODE-SUB FROM 1 BY 1                     CVSIOH.2
025900              UNTIL WS-CODE-SUB > 4.                              CVSIOH.2
026000     PERFORM  MATCH-VERB                                          CVSIOH.2
026100              VARYING WS-CODE-SUB FROM 1 BY 1                     CVSIOH.2
026200              UNTIL WS-CODE-SUB > 7.                              CVSIOH.2
026300     IF       WS-NK-ORG NOT = ZERO AND WS-NK-VERB NOT = ZERO      CVSIOH.2
026400              MOVE "Y" TO WS-FOUND-SW.                            CVSIOH.2
026500 MATCH-ORG.                                                       CVSIOH.2
026600     IF       WS-FIELD (5) = WS-ORG-CODE (WS-CODE-SUB)            CVSIOH.2
026700              MOVE WS-CODE-SUB TO WS-NK-ORG.                      CVSIOH.2
026800 MATCH-VERB.                                                      CVSIOH.2
026900     IF       WS-FIELD (3) = WS-VERB-NAME (WS-CODE-SUB)           CVSIOH.2
027000              MOVE WS-CODE-SUB TO WS-NK-VERB.                     CVSIOH.2
027100*                                                                 CVSIOH.2
027200*    LOCATE WS-NEW-KEY IN THE CELL TABLE, INSERTING IT IN KEY     CVSIOH.2
027300*    ORDER WHEN IT IS NOT THERE.                                  CVSIOH.2
027400*                                                                 CVSIOH.2
027500 FIND-CELL.                                                       CVSIOH.2
027600     MOVE     ZERO TO WS-CELL-FOUND.                              CVSIOH.2
027700     MOVE     1 TO WS-CELL-SUB.                                   CVSIOH.2
027800     PERFORM  STEP-CELL                                           CVSIOH.2
027900              UNTIL WS-CELL-SUB > WS-CELL-CT                      CVSIOH.2
028000              OR WS-CL-KEY (WS-CELL-SUB) NOT < WS-NEW-KEY.        CVSIOH.2
028100     IF       WS-CELL-SUB NOT > WS-CELL-CT                        CVSIOH.2
028200              AND WS-CL-KEY (WS-CELL-SUB) = WS-NEW-KEY            CVSIOH.2
028300              MOVE WS-CELL-SUB TO WS-CELL-FOUND                   CVSIOH.2
028400              GO TO FIND-CELL-EX.                                 CVSIOH.2
028500     IF       WS-CELL-CT NOT < 600                                CVSIOH.2
028600              DISPLAY "CCVSIOH: MORE THAN 600 STATUS CELLS -- "   CVSIOH.2
028700                  WS-NEW-KEY " IGNORED"                           CVSIOH.2
028800              GO TO FIND-CELL-EX.                                 CVSIOH.2
028900     PERFORM  SHIFT-CELL                                          CVSIOH.2
029000              VARYING WS-SHIFT-SUB FROM WS-CELL-CT BY -1          CVSIOH.2
029100              UNTIL WS-SHIFT-SUB < WS-CELL-SUB.                   CVSIOH.2
029200     ADD      1 TO WS-CELL-CT.                                    CVSIOH.2
029300     MOVE     WS-NEW-KEY TO WS-CL-KEY (WS-CELL-SUB).              CVSIOH.2
029400     MOVE     ZERO TO WS-CL-CUR (WS-CELL-SUB)                     CVSIOH.2
029500                      WS-CL-PRV (WS-CELL-SUB).                    CVSIOH.2
029600     MOVE     WS-CELL-SUB TO WS-CELL-FOUND.                       CVSIOH.2
029700 FIND-CELL-EX.                                                    CVSIOH.2
029800     EXIT.                                                        CVSIOH.2
029900 STEP-CELL.                                                       CVSIOH.2
030000     ADD      1 TO WS-CELL-SUB.                                   CVSIOH.2
030100 SHIFT-CELL.                                                      CVSIOH.2
030200     MOVE     WS-CELL (WS-SHIFT-SUB)                              CVSIOH.2
030300              TO WS-CELL (WS-SHIFT-SUB + 1).                      CVSIOH.2
030400*                                                                 CVSIOH.2
030500*    THE HISTORY, OLDEST FIRST.  THE PREVIOUS BUILD IS THE LAST   CVSIOH.2
030600*    ONE ON FILE OTHER THAN THIS BUILD; EACH NEW BUILD MET        CVSIOH.2
030700*    CLEARS THE PREVIOUS-BUILD COUNTS TAKEN SO FAR.               CVSIOH.2
030800*                                                                 CVSIOH.2
030900 LOAD-HISTORY.                                                    CVSIOH.2
031000     OPEN     INPUT HISTORY-FILE.                                 CVSIOH.2
031100     IF       WS-HS-FSTATUS NOT = "00"                            CVSIOH.2
031200              GO TO LOAD-HISTORY-EX.                              CVSIOH.2
031300     MOVE     "Y" TO WS-HIST-SW.                                  CVSIOH.2
031400     MOVE     "N" TO WS-EOF-SWITCH.                               CVSIOH.2
031500     PERFORM  READ-HISTORY-LINE.                                  CVSIOH.2
031600     PERFORM  FILE-HISTORY-LINE THRU FILE-HISTORY-NEXT            CVSIOH.2
031700              UNTIL WS-EOF-SWITCH = "Y".                          CVSIOH.2
031800     CLOSE    HISTORY-FILE.                                       CVSIOH.2
031900 LOAD-HISTORY-EX.                                                 CVSIOH.2
032000     EXIT.                                                        CVSIOH.2
032100 READ-HISTORY-LINE.                                               CVSIOH.2
032200     MOVE     SPACE TO HISTORY-REC.                               CVSIOH.2
032300     READ     HISTORY-FILE                                        CVSIOH.2
032400              AT END MOVE "Y" TO WS-EOF-SWITCH.                   CVSIOH.2
032500 FILE-HISTORY-LINE.                                               CVSIOH.2
032600     PERFORM  SPLIT-HISTORY-LINE.                                 CVSIOH.2
032700     IF       WS-FIELD (1) = SPACE OR WS-FIELD (1) = WS-BUILD-ID  CVSIOH.2
032800              GO TO FILE-HISTORY-NEXT.                            CVSIOH.2
032900     IF       WS-FIELD (1) NOT = WS-PRV-BUILD                     CVSIOH.2
033000              MOVE WS-FIELD (1) TO WS-PRV-BUILD                   CVSIOH.2
033100              MOVE ZERO TO WS-PRV-TOTAL                           CVSIOH.2
033200              PERFORM CLEAR-PREVIOUS                              CVSIOH.2
033300                  VARYING WS-CELL-SUB FROM 1 BY 1                 CVSIOH.2
033400                  UNTIL WS-CELL-SUB > WS-CELL-CT.                 CVSIOH.2
033500     MOVE     WS-FIELD (2) TO WS-FIELD (5).                       CVSIOH.2
033600     MOVE     WS-FIELD (4) TO WS-FIELD (7).                       CVSIOH.2
033700     PERFORM  MAKE-CELL-KEY.                                      CVSIOH.2
033800     IF       WS-FOUND-SW NOT = "Y"                               CVSIOH.2
033900              GO TO FILE-HISTORY-NEXT.                            CVSIOH.2
034000     MOVE     ZERO TO WS-COUNT-IN.                                CVSIOH.2
034100     IF       WS-FIELD (6) (1:9) NUMERIC                          CVSIOH.2
034200              MOVE WS-FIELD (6) (1:9) TO WS-COUNT-IN.             CVSIOH.2
034300     PERFORM  FIND-CELL THRU FIND-CELL-EX.                        CVSIOH.2
034400     IF       WS-CELL-FOUND NOT = ZERO                            CVSIOH.2
034500              ADD WS-COUNT-IN TO WS-CL-PRV (WS-CELL-FOUND)        CVSIOH.2
034600              ADD WS-COUNT-IN TO WS-PRV-TOTAL.                    CVSIOH.2
034700 FILE-HISTORY-NEXT.                                               CVSIOH.2
034800     PERFORM  READ-HISTORY-LINE.                                  CVSIOH.2
034900*                                                                 CVSIOH.2
035000*    A HISTORY ROW IS BUILD,ORG,VERB,STATUS,COUNT; THE FIELDS ARE CVSIOH.2
035100*    SPREAD SO MAKE-CELL-KEY FINDS VERB IN (3); THE COUNT, ZERO-  CVSIOH.2
035200*    FILLED TO NINE DIGITS WHEN FILED, IS LEFT IN (6).            CVSIOH.2
035300*                                                                 CVSIOH.2
035400 SPLIT-HISTORY-LINE.                                              CVSIOH.2
035500     MOVE     SPACES TO WS-FIELD-TABLE.                           CVSIOH.2
035600     UNSTRING HISTORY-REC DELIMITED BY ","                        CVSIOH.2
035700              INTO WS-FIELD (1) WS-FIELD (2) WS-FIELD (3)         CVSIOH.2
035800                   WS-FIELD (4) WS-FIELD (6).                     CVSIOH.2
035900 CLEAR-PREVIOUS.                                                  CVSIOH.2
036000     MOVE     ZERO TO WS-CL-PRV (WS-CELL-SUB).                    CVSIOH.2
036100*                                                                 CVSIOH.2
036200*    THE HISTORY IS COPIED ASIDE WITHOUT ANY ROWS ALREADY FILED   CVSIOH.2
036300*    FOR THIS BUILD, THIS BUILD'S CELLS ARE ADDED AT THE END,     CVSIOH.2
036400*    AND THE RESULT IS COPIED BACK.                               CVSIOH.2
036500*                                                                 CVSIOH.2
036600 REFILE-HISTORY.                                                  CVSIOH.2
036700     OPEN     OUTPUT HISTORY-WORK-FILE.                           CVSIOH.2
036800     IF       WS-HIST-SW NOT = "Y"                                CVSIOH.2
036900              GO TO REFILE-HISTORY-ADD.                           CVSIOH.2
037000     OPEN     INPUT HISTORY-FILE.                                 CVSIOH.2
037100     MOVE     "N" TO WS-EOF-SWITCH.                               CVSIOH.2
037200     PERFORM  READ-HISTORY-LINE.                                  CVSIOH.2
037300     PERFORM  KEEP-HISTORY-LINE                                   CVSIOH.2
037400              UNTIL WS-EOF-SWITCH = "Y".                          CVSIOH.2
037500     CLOSE    HISTORY-FILE.                                       CVSIOH.2
037600 REFILE-HISTORY-ADD.                                              CVSIOH.2
037700     PERFORM  FILE-CURRENT-CELL THRU FILE-CURRENT-CELL-EX         CVSIOH.2
037800              VARYING WS-CELL-SUB FROM 1 BY 1                     CVSIOH.2
037900              UNTIL WS-CELL-SUB > WS-CELL-CT.                     CVSIOH.2
038000     CLOSE    HISTORY-WORK-FILE.                                  CVSIOH.2
038100     OPEN     INPUT HISTORY-WORK-FILE.                            CVSIOH.2
038200     OPEN     OUTPUT HISTORY-FILE.                                CVSIOH.2
038300     MOVE     "N" TO WS-EOF-SWITCH.                               CVSIOH.2
038400     PERFORM  COPY-BACK-LINE                                      CVSIOH.2
038500              UNTIL WS-EOF-SWITCH = "Y".                          CVSIOH.2
038600     CLOSE    HISTORY-WORK-FILE.                                  CVSIOH.2
038700     CLOSE    HISTORY-FILE.                                       CVSIOH.2
038800 REFILE-HISTORY-EX.                                               CVSIOH.2
038900     EXIT.                                                        CVSIOH.2
039000 KEEP-HISTORY-LINE.                                               CVSIOH.2
039100     PERFORM  SPLIT-HISTORY-LINE.                                 CVSIOH.2
039200     IF       WS-FIELD (1) NOT = SPACE                            CVSIOH.2
039300              AND WS-FIELD (1) NOT = WS-BUILD-ID                  CVSIOH.2
039400              WRITE HISTORY-WORK-REC FROM HISTORY-REC.            CVSIOH.2
039500     PERFORM  READ-HISTORY-LINE.                                  CVSIOH.2
039600 FILE-CURRENT-CELL.                                               CVSIOH.2
039700     IF       WS-CL-CUR (WS-CELL-SUB) = ZERO                      CVSIOH.2
039800              GO TO FILE-CURRENT-CELL-EX.                         CVSIOH.2
039900     MOVE     SPACE TO HISTORY-WORK-REC.                          CVSIOH.2
040000     STRING   WS-BUILD-ID DELIMITED BY SPACE ","                  CVSIOH.2
040100              WS-ORG-CODE (WS-CL-ORG (WS-CELL-SUB))               CVSIOH.2
040200                  DELIMITED BY SIZE ","                           CVSIOH.2
040300              WS-VERB-NAME (WS-CL-VERB (WS-CELL-SUB))             CVSIOH.2
040400                  DELIMITED BY SPACE ","                          CVSIOH.2
040500              WS-CL-STATUS (WS-CELL-SUB) DELIMITED BY SIZE ","    CVSIOH.2
040600              WS-CL-CUR (WS-CELL-SUB) DELIMITED BY SIZE           CVSIOH.2
040700              INTO HISTORY-WORK-REC.                              CVSIOH.2
040800     WRITE    HISTORY-WORK-REC.                                   CVSIOH.2
040900     ADD      1 TO WS-FILED-CT.                                   CVSIOH.2
041000 FILE-CURRENT-CELL-EX.                                            CVSIOH.2
041100     EXIT.                                                        CVSIOH.2
041200 COPY-BACK-LINE.                                                  CVSIOH.2
041300     MOVE     SPACE TO HISTORY-WORK-REC.                          CVSIOH.2
041400     READ     HISTORY-WORK-FILE                                   CVSIOH.2
041500              AT END MOVE "Y" TO WS-EOF-SWITCH.                   CVSIOH.2
041600     IF       WS-EOF-SWITCH NOT = "Y"                             CVSIOH.2
041700              WRITE HISTORY-REC FROM HISTORY-WORK-REC.            CVSIOH.2
041800*                                                                 CVSIOH.2
041900*    THE REPORT.                                                  CVSIOH.2
042000*                                                                 CVSIOH.2
042100 WRITE-REPORT-HEADING.                                            CVSIOH.2
042200     MOVE     SPACE TO STATUS-REPORT-REC.                         CVSIOH.2
042300     STRING   "CCVS85 I-O STATUS HISTOGRAM -- BUILD "             CVSIOH.2
042400                  DELIMITED BY SIZE                               CVSIOH.2
042500              WS-BUILD-ID DELIMITED BY SPACE                      CVSIOH.2
042600              INTO STATUS-REPORT-REC.                             CVSIOH.2
042700     PERFORM  WRITE-REPORT-LINE.                                  CVSIOH.2
042800     IF       WS-PRV-BUILD = SPACE                                CVSIOH.2
042900              MOVE "NO EARLIER BUILD ON FILE -- NOTHING COMPARED" CVSIOH.2
043000                  TO STATUS-REPORT-REC                            CVSIOH.2
043100     ELSE                                                         CVSIOH.2
043200              STRING "COMPARED WITH PREVIOUS BUILD "              CVSIOH.2
043300                      DELIMITED BY SIZE                           CVSIOH.2
043400                  WS-PRV-BUILD DELIMITED BY SPACE                 CVSIOH.2
043500                  INTO STATUS-REPORT-REC.                         CVSIOH.2
043600     PERFORM  WRITE-REPORT-LINE.                                  CVSIOH.2
043700     MOVE     WS-HYPHENS TO STATUS-REPORT-REC.                    CVSIOH.2
043800     PERFORM  WRITE-REPORT-LINE.                                  CVSIOH.2
043900     MOVE     "ORGANIZATION  VERB     STATUS"                     CVSIOH.2
044000              TO STATUS-REPORT-REC.                               CVSIOH.2
044100     MOVE     "THIS-BUILD  PREV-BUILD"                            CVSIOH.2
044200              TO STATUS-REPORT-REC (31:22).                       CVSIOH.2
044300     MOVE     "CHANGE  FLAG" TO STATUS-REPORT-REC (59:12).        CVSIOH.2
044400     PERFORM  WRITE-REPORT-LINE.                                  CVSIOH.2
044500     MOVE     WS-HYPHENS TO STATUS-REPORT-REC.                    CVSIOH.2
044600     PERFORM  WRITE-REPORT-LINE.                                  CVSIOH.2
044700 WRITE-REPORT-LINE.                                               CVSIOH.2
044800     WRITE    STATUS-REPORT-REC.                                  CVSIOH.2
044900     MOVE     SPACE TO STATUS-REPORT-REC.                         CVSIOH.2
045000 WRITE-REPORT-ROW.                                                CVSIOH.2
045100     MOVE     SPACE TO WS-DETAIL-LINE.                            CVSIOH.2
045200     MOVE     WS-ORG-NAME (WS-CL-ORG (WS-CELL-SUB)) TO DL-ORG.    CVSIOH.2
045300     MOVE     WS-VERB-NAME (WS-CL-VERB (WS-CELL-SUB)) TO DL-VERB. CVSIOH.2
045400     MOVE     WS-CL-STATUS (WS-CELL-SUB) TO DL-STATUS.            CVSIOH.2
045500     MOVE     WS-CL-CUR (WS-CELL-SUB) TO DL-CUR.                  CVSIOH.2
045600     IF       WS-PRV-BUILD NOT = SPACE                            CVSIOH.2
045700              PERFORM COMPARE-CELL THRU COMPARE-CELL-EX.          CVSIOH.2
045800     MOVE     WS-DETAIL-LINE TO STATUS-REPORT-REC.                CVSIOH.2
045900     PERFORM  WRITE-REPORT-LINE.                                  CVSIOH.2
046000 COMPARE-CELL.                                                    CVSIOH.2
046100     MOVE     WS-CL-PRV (WS-CELL-SUB) TO DL-PRV.                  CVSIOH.2
046200     COMPUTE  WS-CHANGE = WS-CL-CUR (WS-CELL-SUB)                 CVSIOH.2
046300                        - WS-CL-PRV (WS-CELL-SUB).                CVSIOH.2
046400     MOVE     WS-CHANGE TO DL-CHANGE.                             CVSIOH.2
046500     IF       WS-CHANGE = ZERO                                    CVSIOH.2
046600              GO TO COMPARE-CELL-EX.                              CVSIOH.2
046700     IF       WS-CL-PRV (WS-CELL-SUB) = ZERO                      CVSIOH.2
046800              MOVE "<< NEW" TO DL-FLAG                            CVSIOH.2
046900     ELSE                                                         CVSIOH.2
047000          IF  WS-CL-CUR (WS-CELL-SUB) = ZERO                      CVSIOH.2
047100              MOVE "<< GONE" TO DL-FLAG                           CVSIOH.2
047200          ELSE                                                    CVSIOH.2
047300              MOVE "<< COUNT" TO DL-FLAG.                         CVSIOH.2
047400     ADD      1 TO WS-FLAGGED-CT.                                 CVSIOH.2
047500 COMPARE-CELL-EX.                                                 CVSIOH.2
047600     EXIT.                                                        CVSIOH.2
047700 WRITE-REPORT-TOTALS.                                             CVSIOH.2
047800     MOVE     WS-HYPHENS TO STATUS-REPORT-REC.                    CVSIOH.2
047900     PERFORM  WRITE-REPORT-LINE.                                  CVSIOH.2
048000     MOVE     WS-TRACE-CT TO WS-EDIT-1.                           CVSIOH.2
048100     MOVE     WS-PRV-TOTAL TO WS-EDIT-2.                          CVSIOH.2
048200     MOVE     WS-FLAGGED-CT TO WS-EDIT-3.                         CVSIOH.2
048300     STRING   "STATEMENTS TRACED " DELIMITED BY SIZE              CVSIOH.2
048400              WS-EDIT-1 DELIMITED BY SIZE                         CVSIOH.2
048500              "   PREVIOUS BUILD " DELIMITED BY SIZE              CVSIOH.2
048600              WS-EDIT-2 DELIMITED BY SIZE                         CVSIOH.2
048700              "   CELLS FLAGGED " DELIMITED BY SIZE               CVSIOH.2
048800              WS-EDIT-3 DELIMITED BY SIZE                         CVSIOH.2
048900              INTO STATUS-REPORT-REC.                             CVSIOH.2
049000     PERFORM  WRITE-REPORT-LINE.                                  CVSIOH.2
049100     IF       WS-SKIPPED-CT > ZERO                                CVSIOH.2
049200              MOVE WS-SKIPPED-CT TO WS-EDIT-1                     CVSIOH.2
049300              STRING "UNRECOGNISED TRACE ROWS SKIPPED "           CVSIOH.2
049400                      DELIMITED BY SIZE                           CVSIOH.2
049500                  WS-EDIT-1 DELIMITED BY SIZE                     CVSIOH.2
049600                  INTO STATUS-REPORT-REC                          CVSIOH.2
049700              PERFORM WRITE-REPORT-LINE.                          CVSIOH.2
